      *>   09/01/2026  TB    blank there and is skipped by the
      *>   09/01/2026  TB    branch proof; the run-level totals
      *>   09/01/2026  TB    still prove as always.
      *>   10/15/2026  TB    A line with a zero run date is the carry-
      *>   10/15/2026  TB    forward line HISTROLL leaves when it rolls
      *>   10/15/2026  TB    older lines off to a history file (see
      *>   10/15/2026  TB    ROLLCTL.CPY) -- the record count, net
      *>   10/15/2026  TB    amount and branch buckets of every line it
      *>   10/15/2026  TB    replaced, so a sum over the whole file
      *>   10/15/2026  TB    (OUTFCHK) comes out as before, and a
      *>   10/15/2026  TB    reader after one day's lines never matches
      *>   10/15/2026  TB    it.  More than five branches carry on to
      *>   10/15/2026  TB    further zero-dated lines with a zero count
      *>   10/15/2026  TB    and amount.
      *> ----------------------------------------------------------------
01 outf-ctl-rec.
   02 oc-run-date pic 9(08).
      88 oc-carry-forward value 0.
   02 oc-run-time pic 9(08).
   02 oc-record-count pic 9(06).
   02 oc-total-amount pic s9(09)v99.
