*>   09/01/2026  TB    through OPERCHK against the operator
*>   09/01/2026  TB    master; a refused sign-on ends the run and
*>   09/01/2026  TB    lands on audit.dat for AUDRPT.
*>   10/15/2026  TB    A rate set now carries the flat returned-
*>   10/15/2026  TB    check fee NSFRTN posts on a bounced
*>   10/15/2026  TB    payment, keyed in cents and listed with the
*>   10/15/2026  TB    percentages.  An older set lists as $0.00.
*> ----------------------------------------------------------------
environment division.
input-output section.
*> only way 8.25 arrives as 8.25.
*> ------------------------------------------------------------
01 rm-pct-hundredths pic 9(04) value 0.
01 rm-fee-cents pic 9(05) value 0.
*> ------------------------------------------------------------
*> sign-on work fields for the OPERCHK call
*> ------------------------------------------------------------
   02 rm-ll-wkend-pct pic z9.99.
   02 filler pic x(11) value "%  finance ".
   02 rm-ll-fin-pct pic z9.99.
   02 filler pic x(11) value "%  nsf fee ".
   02 rm-ll-nsf-fee pic $$$9.99.
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE -- loop on the function menu until the clerk
            else
                move 0 to rm-ll-fin-pct
            end-if
            if rt-nsf-fee numeric
                move rt-nsf-fee to rm-ll-nsf-fee
            else
                move 0 to rm-ll-nsf-fee
            end-if
            display rm-list-line
    end-read
    if not rm-ratef-ok and not rm-eof
        "(e.g. 0150 = 1.50%): " with no advancing
    accept rm-pct-hundredths
    compute rt-fin-pct = rm-pct-hundredths / 100
    display "enter returned-check fee in cents "
        "(e.g. 02500 = $25.00): " with no advancing
    accept rm-fee-cents
    compute rt-nsf-fee = rm-fee-cents / 100
    open extend ratef
    if rm-ratef-not-found
        open output ratef
