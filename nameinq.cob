*>   09/01/2026  TB    Monthly finance charges (type "F", see
*>   09/01/2026  TB    FINCHG) add to the net total like charges
*>   09/01/2026  TB    -- the test is now the FTRAN-DEBIT class.
*>   10/15/2026  TB    The customer id is six digits now (see
*>   10/15/2026  TB    FDATREC.CPY) -- prompt reads 000000 for
*>   10/15/2026  TB    none.
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
        file status is ni-outf-status.
data division.
file section.
   88 ni-custmast-not-found value "35".
   88 ni-custmast-eof value "10".
01 ni-outf-status pic x(02) value "00".
   88 ni-outf-ok value "00" "02".
   88 ni-outf-not-found value "35".
   88 ni-outf-eof value "10".
   88 ni-outf-key-not-found value "23".
*> the customer picked off the match list and the charge listing
*> work fields
*> ------------------------------------------------------------
01 ni-select-fidnum pic 9(06) value 0.
01 ni-match-count pic 9(04) comp value 0.
01 ni-charge-count pic 9(06) comp value 0.
01 ni-net-total pic s9(09)v99 value 0.
            ni-search-name
        go to 1000-exit
    end-if
    display "enter customer id to list (000000 = none): "
        with no advancing
    accept ni-select-fidnum
    if ni-select-fidnum not = 0
