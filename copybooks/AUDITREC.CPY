      *>   09/01/2026  TB    The older writers set it to spaces; a
      *>   09/01/2026  TB    line written before the field existed
      *>   09/01/2026  TB    reads back blank there.
      *>   10/15/2026  TB    Widened AD-FIDNUM from four digits to six
      *>   10/15/2026  TB    with FIDNUM, and the before and after
      *>   10/15/2026  TB    images from 120 bytes to 130 so a whole
      *>   10/15/2026  TB    outf.dat record, FOPER-ID and all (see
      *>   10/15/2026  TB    FDATREC.CPY), still fits one.  IDCONV
      *>   10/15/2026  TB    carries an older line forward with its id
      *>   10/15/2026  TB    widened, its images at 130 bytes and its
      *>   10/15/2026  TB    reason moved to the new position; the
      *>   10/15/2026  TB    images on it stay exactly as they were
      *>   10/15/2026  TB    written, in the four-digit layouts of the
      *>   10/15/2026  TB    day.
      *> ----------------------------------------------------------------
01 audit-rec.
   02 ad-change-date pic 9(08).
   02 ad-file-name pic x(08).
      88 ad-outf-change value "OUTF".
      88 ad-custmast-change value "CUSTMAST".
   02 ad-fidnum pic 9(06).
   02 ad-key-date pic 9(08).
   02 ad-key-type pic x(01).
   02 ad-before-image pic x(130).
   02 ad-after-image pic x(130).
   02 ad-reason pic x(30).
