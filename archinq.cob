*>   08/22/2026  TB    the file) and a customer id, 0000 for all,
*>   08/22/2026  TB    and each matching record is shown with its
*>   08/22/2026  TB    entry date, time, type and amount.
*>   10/15/2026  TB    The customer id is six digits now (see
*>   10/15/2026  TB    FDATREC.CPY) -- prompt reads 000000 for
*>   10/15/2026  TB    all.
*> ----------------------------------------------------------------
environment division.
input-output section.
   02 filler pic x(04) value "ARCH".
   02 aq-arch-name-date pic 9(08).
   02 filler pic x(04) value ".DAT".
01 aq-select-fidnum pic 9(06) value 0.
01 aq-listed-count pic 9(06) comp value 0.
01 aq-display-total pic $$,$$$,$$9.99-.
procedure division.
        with no advancing
    accept aq-cutoff-date
    move aq-cutoff-date to aq-arch-name-date
    display "enter customer id (000000 = all): "
        with no advancing
    accept aq-select-fidnum
    open input archf
