      *> ----------------------------------------------------------------
      *> COLLNOTE.CPY
      *>
      *> Record layout for collnote.dat, the collections contact log --
      *> one record per contact with a customer, keyed on the same
      *> FIDNUM as custmast.dat plus the date and time the note was
      *> keyed, so a customer's notes come back oldest first on a START
      *> at the id.  NOTEENT keys them, signed on through OPERCHK, and
      *> ACCTINQ shows the latest under the account view.
      *>
      *> A note may carry a promise to pay: the amount and the date the
      *> customer said it would be in.  The promise is open until
      *> PROMCHK, run nightly, finds the date has come and totals the
      *> payments on outf.dat entered from the day of the note to the
      *> promised date -- enough is kept, short is broken.  A newer
      *> promise keyed for the same customer supersedes an open one.
      *> While a customer has an open promise not yet due DUNNOTE
      *> sends them no notice.
      *>
      *> The record is held to 122 bytes so a whole image fits the
      *> before/after images on audit.dat.
      *> ----------------------------------------------------------------
      *>   Date        Init  Description
      *>   ----------  ----  -----------------------------------------
      *>   10/15/2026  TB    Original copybook, for NOTEENT/PROMCHK.
      *>   10/15/2026  TB    Widened CN-FIDNUM from four digits to six
      *>   10/15/2026  TB    with FIDNUM.  The record is 122 bytes,
      *>   10/15/2026  TB    still one audit image now the images grew
      *>   10/15/2026  TB    to match (see AUDITREC.CPY).
      *> ----------------------------------------------------------------
01 coll-note-rec.
   02 cn-key.
      03 cn-fidnum pic 9(06).
      03 cn-note-date pic 9(08).
      03 cn-note-time pic 9(08).
   02 cn-contact-type pic x(01).
      88 cn-call-out value "C".
      88 cn-call-in value "I".
      88 cn-letter value "L".
      88 cn-email value "E".
      88 cn-visit value "V".
      88 cn-valid-contact value "C" "I" "L" "E" "V".
   02 cn-operator pic x(08).
   02 cn-note-text pic x(56).
   02 cn-promise-amount pic 9(07)v99.
   02 cn-promise-date pic 9(08).
   02 cn-promise-status pic x(01).
      88 cn-no-promise value " ".
      88 cn-promise-open value "O".
      88 cn-promise-kept value "K".
      88 cn-promise-broken value "B".
      88 cn-promise-superseded value "S".
   02 cn-paid-amount pic 9(07)v99.
   02 cn-checked-date pic 9(08).
