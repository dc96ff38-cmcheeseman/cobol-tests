*>   09/01/2026  TB    master -- so the edit just carries it
*>   09/01/2026  TB    through to the clean file; the record and
*>   09/01/2026  TB    reject lines widened to hold it.
*>   10/15/2026  TB    The customer id on tranf.dat is six digits
*>   10/15/2026  TB    wide (see FDATREC.CPY); the clean and
*>   10/15/2026  TB    reject lines widened with it, and the id
*>   10/15/2026  TB    hash total widened to 9(11) so a full day
*>   10/15/2026  TB    of six-digit ids cannot overflow it.
*>   10/15/2026  TB    000000 and 999999 are the placeholder ids
*>   10/15/2026  TB    now.
*> ----------------------------------------------------------------
environment division.
input-output section.
*> ------------------------------------------------------------
fd tranf.
01 tran-rec.
   02 te-in-idnum pic x(06).
   02 te-in-firstname pic x(15).
   02 te-in-lastname pic x(15).
   02 te-in-num1 pic x(09).
   02 te-in-tran-type pic x(01).
   02 te-in-branch pic x(03).
fd cleanf.
01 clean-rec pic x(58).
*> ------------------------------------------------------------
*> rejf -- the rejected record as keyed, followed by the reason
*> it failed the edit.  the line is built in te-rej-line below --
*> gap and a line-sequential write refuses it.
*> ------------------------------------------------------------
fd rejf.
01 rej-rec pic x(90).
fd editlst.
01 edit-line pic x(80).
fd custmast.
*> ------------------------------------------------------------
01 te-num-work pic x(09).
01 te-num-value redefines te-num-work pic s9(07)v99.
01 te-work-idnum pic 9(06) value 0.
01 te-work-type pic x(01).
*> ------------------------------------------------------------
*> table of id/type pairs already seen in this file, so the
01 te-id-table.
   02 te-id-entry occurs 500 times
      indexed by te-id-idx.
      03 te-id-fidnum pic 9(06).
      03 te-id-type pic x(01).
*> ------------------------------------------------------------
*> counts and hash totals for the proof listing
01 te-clean-count pic 9(06) comp value 0.
01 te-reject-count pic 9(06) comp value 0.
01 te-clean-amount-hash pic s9(11)v99 value 0.
01 te-clean-id-hash pic 9(11) value 0.
*> ------------------------------------------------------------
*> the reject line as written to tranrej.dat: the record as
*> keyed, a gap, and the reason it failed the edit.
*> ------------------------------------------------------------
01 te-rej-line.
   02 te-rej-tran pic x(58).
   02 filler pic x(02) value spaces.
   02 te-rej-reason pic x(30).
*> ------------------------------------------------------------
   02 te-h-amount pic $$,$$$,$$$,$$9.99-.
01 te-idhash-line.
   02 te-i-label pic x(28).
   02 te-i-hash pic 9(11).
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE
        go to 3100-exit
    end-if
    move te-in-idnum to te-work-idnum
    if te-work-idnum = 000000 or te-work-idnum = 999999
        move "customer id is a placeholder" to te-reason
        set te-edit-failed to true
        go to 3100-exit
