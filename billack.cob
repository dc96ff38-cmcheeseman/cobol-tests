*>   08/23/2026  TB    the ack goes on the listing, so a bad ack
*>   08/23/2026  TB    file cannot quietly stop charges from ever
*>   08/23/2026  TB    exporting again.
*>   10/15/2026  TB    The id on billack.dat, the first part of
*>   10/15/2026  TB    the charge key the billing system sends
*>   10/15/2026  TB    back, is six digits wide now with FIDNUM
*>   10/15/2026  TB    (see FDATREC.CPY); the reject listing
*>   10/15/2026  TB    widened with it.
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
        file status is ba-outf-status.
    select ackf assign to "BILLACK.DAT"
*> ------------------------------------------------------------
fd ackf.
01 ack-rec.
   02 ak-fidnum pic 9(06).
   02 ak-entry-date pic 9(08).
   02 ak-tran-type pic x(01).
   02 ak-disposition pic x(01).
*> file-status and switch work fields
*> ------------------------------------------------------------
01 ba-outf-status pic x(02) value "00".
   88 ba-outf-ok value "00" "02".
   88 ba-outf-not-found value "35".
   88 ba-outf-key-not-found value "23".
   88 ba-outf-locked value "61".
      "BILLING ACKNOWLEDGMENT REJECTS AND EXCEPTIONS".
01 ba-heading-2.
   02 filler pic x(72) value
      "  ID      ENTRY DATE  T  NAME                           RSN       AMOUNT".
01 ba-rej-detail.
   02 filler pic x(02) value spaces.
   02 ba-r-idnum pic 9(06).
   02 filler pic x(02) value spaces.
   02 ba-r-entry-date pic 9(08).
   02 filler pic x(04) value spaces.
   02 ba-r-total pic $$,$$$,$$9.99-.
01 ba-unmatched-line.
   02 filler pic x(02) value spaces.
   02 ba-u-idnum pic 9(06).
   02 filler pic x(02) value spaces.
   02 ba-u-entry-date pic 9(08).
   02 filler pic x(04) value spaces.
      "no matching charge on file for this ack".
01 ba-bad-ack-line.
   02 filler pic x(02) value spaces.
   02 ba-b-idnum pic 9(06).
   02 filler pic x(02) value spaces.
   02 ba-b-entry-date pic 9(08).
   02 filler pic x(04) value spaces.
