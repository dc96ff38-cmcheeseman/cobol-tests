*>   09/01/2026  TB    FINCHG) add to what carries forward like
*>   09/01/2026  TB    charges -- the netting test is now the
*>   09/01/2026  TB    FTRAN-DEBIT class.
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
        file status is me-outf-status.
    select priortot assign to "PRIORTOT.DAT"
        organization is line sequential
*> file-status and switch work fields
*> ------------------------------------------------------------
01 me-outf-status pic x(02) value "00".
   88 me-outf-ok value "00" "02".
   88 me-outf-not-found value "35".
01 me-priortot-status pic x(02) value "00".
   88 me-priortot-ok value "00".
*> that has reached end of file -- COBTEST never lets a real
*> customer be assigned id 9999 (see 2200-VALIDATE-CUSTOMER-INFO).
*> ------------------------------------------------------------
01 me-outf-key pic 9(06) value 0.
01 me-priortot-key pic 9(06) value 0.
01 me-custhist-key pic 9(06) value 0.
01 me-high-key pic 9(06) value 999999.
*> ------------------------------------------------------------
*> running total for the customer currently being grouped out of
*> outf.dat -- the sum of ftotal over every record on file for
