      *>   09/01/2026  TB    set up before the field existed reads
      *>   09/01/2026  TB    back blank and its charges carry a
      *>   09/01/2026  TB    blank branch until one is keyed.
      *>   10/15/2026  TB    Added the bad-debt write-off fields.
      *>   10/15/2026  TB    WRITEOFF sets CM-WRITEOFF-STATUS to "W"
      *>   10/15/2026  TB    when a supervisor-approved write-off
      *>   10/15/2026  TB    posts, with the date and the running
      *>   10/15/2026  TB    amount written off; COBTEST then refuses
      *>   10/15/2026  TB    new charges and STNDGEN and FINCHG pass
      *>   10/15/2026  TB    the customer by.  CM-RECOVERED-AMOUNT is
      *>   10/15/2026  TB    what LOCKBOX has since taken in against
      *>   10/15/2026  TB    the write-off as recoveries.  A master
      *>   10/15/2026  TB    set up before the fields existed reads
      *>   10/15/2026  TB    back blank -- not written off -- and the
      *>   10/15/2026  TB    amounts are only trusted once the flag
      *>   10/15/2026  TB    is set.
      *>   10/15/2026  TB    Added CM-MERGED-INTO, set by CUSTMRG when
      *>   10/15/2026  TB    this id turns out to be a duplicate of
      *>   10/15/2026  TB    another and everything on file is moved
      *>   10/15/2026  TB    to that surviving id.  The merged master
      *>   10/15/2026  TB    is left inactive, pointing at the
      *>   10/15/2026  TB    survivor.  Zero (or blank, on a master
      *>   10/15/2026  TB    set up before the field existed) means
      *>   10/15/2026  TB    not merged.
      *>   10/15/2026  TB    Widened CM-FIDNUM and CM-MERGED-INTO from
      *>   10/15/2026  TB    four digits to six with FIDNUM (see
      *>   10/15/2026  TB    FDATREC.CPY and IDCONV).
      *> ----------------------------------------------------------------
01 cust-master-rec.
   02 cm-fidnum pic 9(06).
   02 cm-cname.
      03 cm-firstname pic x(15).
      03 cm-lastname pic x(15).
   02 cm-added-date pic 9(08).
   02 cm-credit-limit pic 9(07)v99.
   02 cm-branch-code pic x(03).
   02 cm-writeoff-status pic x(01).
      88 cm-not-written-off value " ".
      88 cm-written-off value "W".
   02 cm-writeoff-date pic 9(08).
   02 cm-writeoff-amount pic 9(07)v99.
   02 cm-recovered-amount pic 9(07)v99.
   02 cm-merged-into pic 9(06).
