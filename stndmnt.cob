01 sm-chg-sub pic 9(04) comp value 0.
01 sm-chg-table.
   02 sm-chg-entry occurs 200 times.
      03 sm-c-fidnum pic 9(06).
      03 sm-c-num1 pic 9(07)v99.
      03 sm-c-num2 pic 9(07)v99.
      03 sm-c-start-date pic 9(08).
*> keyed work fields.  amounts arrive as whole cents, the same
*> ACCEPT convention as every charge program.
*> ------------------------------------------------------------
01 sm-work-fidnum pic 9(06) value 0.
01 sm-work-start pic 9(08) value 0.
01 sm-work-end pic 9(08) value 0.
01 sm-cents pic 9(09) value 0.
*> ------------------------------------------------------------
01 sm-list-line.
   02 filler pic x(06) value "  id ".
   02 sm-ll-fidnum pic 9(06).
   02 filler pic x(09) value "  base1 ".
   02 sm-ll-num1 pic $$,$$$,$$9.99.
   02 filler pic x(08) value "  base2 ".
    perform 7000-load-file thru 7000-exit
    display "enter customer id: " with no advancing
    accept sm-work-fidnum
    if sm-work-fidnum = 000000 or sm-work-fidnum = 999999
        display "id " sm-work-fidnum
            " is not a valid customer id - not added"
        go to 3000-exit
