*>   09/01/2026  TB    against the operator master; a refused
*>   09/01/2026  TB    sign-on ends the run and lands on
*>   09/01/2026  TB    audit.dat for AUDRPT.
*>   10/15/2026  TB    The customer id is six digits now (see
*>   10/15/2026  TB    FDATREC.CPY) -- the id column on the
*>   10/15/2026  TB    listing is widened and the headings moved
*>   10/15/2026  TB    over to match.
*>   10/15/2026  TB    The outf.dat SELECT declares the entry-
*>   10/15/2026  TB    date and billed-status alternate keys (see
*>   10/15/2026  TB    FDATREC.CPY).  Status 02, a duplicate
*>   10/15/2026  TB    alternate value, counts as good on
*>   10/15/2026  TB    outf.dat.
*>   10/15/2026  TB    The audit image work fields are 130 bytes
*>   10/15/2026  TB    with the audit.dat images (see
*>   10/15/2026  TB    AUDITREC.CPY).
*> ----------------------------------------------------------------
environment division.
input-output section.
        organization is indexed
        access mode is dynamic
        record key is fkey
        alternate record key is fentry-date with duplicates
        alternate record key is fbill-status with duplicates
        lock mode is exclusive
        file status is dm-outf-status.
    select auditf assign to "AUDIT.DAT"
*> file-status and function-selection work fields
*> ------------------------------------------------------------
01 dm-outf-status pic x(02) value "00".
   88 dm-outf-ok value "00" "02".
   88 dm-outf-not-found value "35".
   88 dm-outf-key-not-found value "23".
   88 dm-outf-locked value "61".
01 dm-level-needed pic 9(01) value 1.
01 dm-check-result pic x(01) value "N".
01 dm-reason pic x(30) value spaces.
01 dm-audit-before pic x(130) value spaces.
*> ------------------------------------------------------------
*> listing work fields
*> ------------------------------------------------------------
   02 dm-h-date pic 9(08).
01 dm-heading-2.
   02 filler pic x(72) value
      "  ID      NAME                            ENTRY DATE T        OPEN  DAYS".
01 dm-detail-line.
   02 filler pic x(02) value spaces.
   02 dm-d-idnum pic 9(06).
   02 filler pic x(02) value spaces.
   02 dm-d-name pic x(30).
   02 filler pic x(02) value spaces.
