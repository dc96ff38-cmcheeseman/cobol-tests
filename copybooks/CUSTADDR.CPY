      *> ----------------------------------------------------------------
      *> CUSTADDR.CPY
      *>
      *> Record layout for custaddr.dat, the customer mailing address
      *> file -- one record per customer, keyed on the same FIDNUM as
      *> custmast.dat.  Holds the billing address statements and
      *> notices go to, an optional separate remit address refund
      *> checks go to (blank first line means "same as billing"), a
      *> phone number, and a mail-hold flag.  ADDRMNT maintains it at
      *> the counter and CUSTLOAD loads it off the head-office feed.
      *> A customer flagged do-not-mail ("D", the customer asked) or
      *> return-mail ("R", the post office sent a piece back) gets no
      *> statement, notice or refund check printed -- CUSTSTMT,
      *> DUNNOTE and REFUND list those customers on their own held-
      *> mail listing for the office to chase instead.
      *>
      *> The record is longer than an audit.dat image, so the
      *> writers append each change as two audit lines: AD-KEY-TYPE
      *> "1" carries the first 130 bytes and "2" the rest.
      *> ----------------------------------------------------------------
      *>   Date        Init  Description
      *>   ----------  ----  -----------------------------------------
      *>   10/15/2026  TB    Original copybook, for ADDRMNT.
      *>   10/15/2026  TB    Widened MA-FIDNUM from four digits to six,
      *>   10/15/2026  TB    the head-office feed having all but used
      *>   10/15/2026  TB    up 0001-9998 (see IDCONV for the
      *>   10/15/2026  TB    conversion of existing files).
      *>   10/15/2026  TB    The audit images are 130 bytes now (see
      *>   10/15/2026  TB    AUDITREC.CPY): key type 1 carries the
      *>   10/15/2026  TB    first 130 bytes of the record and key type
      *>   10/15/2026  TB    2 the rest.
      *> ----------------------------------------------------------------
01 cust-addr-rec.
   02 ma-fidnum pic 9(06).
   02 ma-bill-address.
      03 ma-bill-line-1 pic x(30).
      03 ma-bill-line-2 pic x(30).
      03 ma-bill-city pic x(20).
      03 ma-bill-state pic x(02).
      03 ma-bill-zip pic x(10).
   02 ma-remit-address.
      03 ma-remit-line-1 pic x(30).
      03 ma-remit-line-2 pic x(30).
      03 ma-remit-city pic x(20).
      03 ma-remit-state pic x(02).
      03 ma-remit-zip pic x(10).
   02 ma-phone pic x(14).
   02 ma-mail-flag pic x(01).
      88 ma-mail-ok value " ".
      88 ma-do-not-mail value "D".
      88 ma-return-mail value "R".
      88 ma-mail-held value "D" "R".
   02 ma-flag-date pic 9(08).
