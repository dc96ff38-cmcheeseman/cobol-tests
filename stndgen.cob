*>   09/01/2026  TB    register line instead of generated into a
*>   09/01/2026  TB    certain reject.  A register of everything
*>   09/01/2026  TB    generated and skipped goes to stndgen.lst.
*>   10/15/2026  TB    A customer written off as bad debt (see
*>   10/15/2026  TB    WRITEOFF) is skipped with its own register
*>   10/15/2026  TB    line -- COBTEST would only reject the
*>   10/15/2026  TB    charge.
*>   10/15/2026  TB    The customer id is six digits now (see
*>   10/15/2026  TB    FDATREC.CPY) -- the id column on the
*>   10/15/2026  TB    listing is widened and the headings moved
*>   10/15/2026  TB    over to match.
*> ----------------------------------------------------------------
environment division.
input-output section.
*> ------------------------------------------------------------
fd genf.
01 gen-rec.
   02 gn-idnum pic 9(06).
   02 gn-firstname pic x(15).
   02 gn-lastname pic x(15).
   02 gn-num1 pic 9(07)v99.
   02 sg-h-date pic 9(08).
01 sg-detail-line.
   02 filler pic x(02) value spaces.
   02 sg-d-idnum pic 9(06).
   02 filler pic x(02) value spaces.
   02 sg-d-name pic x(30).
   02 filler pic x(02) value spaces.
        invalid key
            perform 2200-skip-one thru 2200-exit
        not invalid key
            evaluate true
                when cm-inactive
                    perform 2200-skip-one thru 2200-exit
                when cm-written-off
                    perform 2250-skip-written-off thru 2250-exit
                when other
                    perform 2100-write-one thru 2100-exit
            end-evaluate
    end-read
    if not sg-custmast-ok and not sg-custmast-key-not-found
        perform 9100-custmast-error thru 9100-exit
    write reg-line.
2200-exit.
    exit.
2250-skip-written-off.
    add 1 to sg-skip-count
    move st-fidnum to sg-d-idnum
    move cm-cname to sg-d-name
    move "skipped - written off as bad debt" to sg-d-note
    move sg-detail-line to reg-line
    write reg-line.
2250-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-STNDF-ERROR -- a stndchg.dat operation came back with a
*> file status none of the callers know how to handle.
