*>   09/01/2026  TB    The control-line layout moved out to the
*>   09/01/2026  TB    ARCHCTL copybook now that OUTFCHK and
*>   09/01/2026  TB    TAXRPT read it too.
*>   10/15/2026  TB    The archive line and its work view are 130
*>   10/15/2026  TB    bytes with outf.dat's record -- the
*>   10/15/2026  TB    customer id in FDATREC.CPY is six digits
*>   10/15/2026  TB    and the record carries FOPER-ID.  An
*>   10/15/2026  TB    archive written before FOPER-ID reads the
*>   10/15/2026  TB    stamp as spaces.
*>   10/15/2026  TB    The outf.dat SELECT declares the entry-
*>   10/15/2026  TB    date and billed-status alternate keys (see
*>   10/15/2026  TB    FDATREC.CPY).  Status 02, a duplicate
*>   10/15/2026  TB    alternate value, counts as good on
*>   10/15/2026  TB    outf.dat.
*> ----------------------------------------------------------------
environment division.
input-output section.
        organization is indexed
        access mode is dynamic
        record key is fkey
        alternate record key is fentry-date with duplicates
        alternate record key is fbill-status with duplicates
        lock mode is exclusive
        file status is ac-outf-status.
    select archf assign using ac-arch-file-name
*> ARCHINQ).  sized with room for the layout to grow.
*> ------------------------------------------------------------
fd archf.
01 arch-rec pic x(130).
fd archctl.
    copy ARCHCTL.
working-storage section.
*> file-status and switch work fields
*> ------------------------------------------------------------
01 ac-outf-status pic x(02) value "00".
   88 ac-outf-ok value "00" "02".
   88 ac-outf-not-found value "35".
   88 ac-outf-locked value "61".
01 ac-archf-status pic x(02) value "00".
*> a work view of an archive line read back, so its fields can
*> be added without disturbing the outf buffer.
*> ------------------------------------------------------------
01 ac-arch-work pic x(130).
01 ac-arch-view redefines ac-arch-work.
   02 ac-aw-fidnum pic 9(06).
   02 ac-aw-entry-date pic 9(08).
   02 ac-aw-tran-type pic x(01).
   02 ac-aw-cname pic x(30).
   02 ac-aw-total pic s9(07)v99.
   02 filler pic x(76).
01 ac-purged-count pic 9(06) comp value 0.
procedure division.
*> ------------------------------------------------------------
