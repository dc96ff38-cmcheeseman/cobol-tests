      *>   09/01/2026  TB    copybook -- three programs had grown
      *>   09/01/2026  TB    their own copies of the layout, and two
      *>   09/01/2026  TB    of them already disagreed.
      *>   10/15/2026  TB    A line with a zero run date is the carry-
      *>   10/15/2026  TB    forward line HISTROLL leaves when it rolls
      *>   10/15/2026  TB    older lines off to a history file (see
      *>   10/15/2026  TB    ROLLCTL.CPY) -- the moved counts and
      *>   10/15/2026  TB    amounts of every line it replaced, with a
      *>   10/15/2026  TB    zero cutoff and kept count.  It names no
      *>   10/15/2026  TB    archive file; a program walking the
      *>   10/15/2026  TB    archive cutoffs passes it over and reads
      *>   10/15/2026  TB    the ACTL history files for the cutoffs
      *>   10/15/2026  TB    rolled off.  A line whose net is unknown
      *>   10/15/2026  TB    is never rolled up -- it stays as written.
      *> ----------------------------------------------------------------
01 arch-ctl-rec.
   02 acl-run-date pic 9(08).
      88 acl-carry-forward value 0.
   02 acl-run-time pic 9(08).
   02 acl-cutoff-date pic 9(08).
   02 acl-moved-count pic 9(06).
