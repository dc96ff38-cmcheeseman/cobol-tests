*>   09/01/2026  TB    branch code, and breaks for a subtotal per
*>   09/01/2026  TB    branch so the office can see what each
*>   09/01/2026  TB    office billed.
*>   10/15/2026  TB    The customer id is six digits now (see
*>   10/15/2026  TB    FDATREC.CPY) -- the id column on the
*>   10/15/2026  TB    listing is widened and the headings moved
*>   10/15/2026  TB    over to match.
*>   10/15/2026  TB    The outf.dat SELECT declares the entry-
*>   10/15/2026  TB    date and billed-status alternate keys (see
*>   10/15/2026  TB    FDATREC.CPY).  Status 02, a duplicate
*>   10/15/2026  TB    alternate value, counts as good on
*>   10/15/2026  TB    outf.dat.
*> ----------------------------------------------------------------
environment division.
input-output section.
        organization is indexed
        access mode is sequential
        record key is fkey
        alternate record key is fentry-date with duplicates
        alternate record key is fbill-status with duplicates
        file status is rp-outf-status.
    select srt-work assign to "RPSORT.WRK".
    select rptout assign to "RPTCHRG.LST"
01 srt-rec.
   02 srt-lastname pic x(15).
   02 srt-firstname pic x(15).
   02 srt-idnum pic 9(06).
   02 srt-tran-type pic x(01).
   02 srt-total pic s9(07)v99.
   02 srt-branch pic x(03).
*> file-status and switch work fields
*> ------------------------------------------------------------
01 rp-outf-status pic x(02) value "00".
   88 rp-outf-ok value "00" "02".
   88 rp-outf-not-found value "35".
01 rp-rptout-status pic x(02) value "00".
01 rp-switches.
   02 filler pic x(52) value
      "DAILY CUSTOMER CHARGE SUMMARY - BY LAST NAME".
01 rp-heading-2.
   02 filler pic x(64) value
      "  ID      FIRST NAME       LAST NAME       TYP  BR        AMOUNT".
01 rp-detail-line.
   02 filler pic x(02) value spaces.
   02 rp-d-idnum pic 9(06).
   02 filler pic x(03) value spaces.
   02 rp-d-firstname pic x(15).
   02 filler pic x(01) value space.
