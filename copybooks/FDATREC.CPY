      *>   09/01/2026  TB    and FINCHG leave it out of the past-due
      *>   09/01/2026  TB    figures -- nobody is dunned or fee'd
      *>   09/01/2026  TB    over a charge the office parked.
      *>   10/15/2026  TB    Added transaction type "W", the bad-debt
      *>   10/15/2026  TB    write-off WRITEOFF posts once a
      *>   10/15/2026  TB    supervisor approves it.  It is a credit
      *>   10/15/2026  TB    like an adjustment, but carries its own
      *>   10/15/2026  TB    type so no report or the GL extract
      *>   10/15/2026  TB    reads it as one.
      *>   10/15/2026  TB    Added types "V" and "Y" for money LOCKBOX
      *>   10/15/2026  TB    takes in from a written-off customer.
      *>   10/15/2026  TB    "V" is the recovery receipt, a credit for
      *>   10/15/2026  TB    the whole amount received; "Y" is the
      *>   10/15/2026  TB    part of the write-off it reinstates, a
      *>   10/15/2026  TB    debit, so the pair nets to what an
      *>   10/15/2026  TB    ordinary payment would have left owing
      *>   10/15/2026  TB    and "Y" joins the FTRAN-DEBIT class.
      *>   10/15/2026  TB    Added types "N" and "K" for a payment the
      *>   10/15/2026  TB    bank returns unpaid (see NSFRTN).  "N" is
      *>   10/15/2026  TB    the returned-payment reversal, a debit
      *>   10/15/2026  TB    for the amount of the payment it cancels;
      *>   10/15/2026  TB    "K" is the returned-check fee.  Both are
      *>   10/15/2026  TB    debits and join the FTRAN-DEBIT class.
      *>   10/15/2026  TB    Added FCHECK-NUMBER, the refund check REFUND
      *>   10/15/2026  TB    drew off the check stock (see CHKSTOCK.CPY)
      *>   10/15/2026  TB    for an "R" record, and type "X", the refund
      *>   10/15/2026  TB    check cancelled -- voided, or never cashed
      *>   10/15/2026  TB    after 90 days.  "X" is a credit for the
      *>   10/15/2026  TB    amount of the refund, carrying the same
      *>   10/15/2026  TB    check number, so the customer is back to
      *>   10/15/2026  TB    the credit balance the refund cleared.
      *>   10/15/2026  TB    FCHECK-NUMBER is zero on every other type;
      *>   10/15/2026  TB    a record written before it was added reads
      *>   10/15/2026  TB    it as spaces.
      *>   10/15/2026  TB    Widened FIDNUM from four digits to six,
      *>   10/15/2026  TB    the head-office feed having all but used
      *>   10/15/2026  TB    up 0001-9998.  0 and 999999 are now the
      *>   10/15/2026  TB    reserved ids (999999 is the inquiries'
      *>   10/15/2026  TB    quit/all-customers value).  IDCONV
      *>   10/15/2026  TB    converts the existing files.
      *>   10/15/2026  TB    outf.dat carries two alternate keys, both
      *>   10/15/2026  TB    with duplicates: FENTRY-DATE, so a day-
      *>   10/15/2026  TB    scoped run can START at a day and stop
      *>   10/15/2026  TB    when the day ends, and FBILL-STATUS, so
      *>   10/15/2026  TB    EXPCHRG reads only the unacknowledged
      *>   10/15/2026  TB    records.  Every program that opens outf.dat
      *>   10/15/2026  TB    declares both keys in its SELECT. A READ,
      *>   10/15/2026  TB    WRITE or REWRITE that leaves a duplicate
      *>   10/15/2026  TB    alternate value returns status 02, which
      *>   10/15/2026  TB    every caller treats as good.  OUTFIDX
      *>   10/15/2026  TB    builds the indexed file from one without
      *>   10/15/2026  TB    the keys.
      *>   10/15/2026  TB    Added FOPER-ID, who posted the record: the
      *>   10/15/2026  TB    operator signed on through OPERCHK for
      *>   10/15/2026  TB    COBTEST charge entry and WRITEOFF, or the
      *>   10/15/2026  TB    job id for a batch posting (COBTEST,
      *>   10/15/2026  TB    LOCKBOX, FINCHG, REFUND, NSFRTN).  DRAWCLS
      *>   10/15/2026  TB    balances a clerk's cash drawer off it.  A
      *>   10/15/2026  TB    correction leaves it as posted, and
      *>   10/15/2026  TB    CUSTMRG carries it over with the record.
      *>   10/15/2026  TB    The record is 130 bytes -- 120 before the
      *>   10/15/2026  TB    six-digit FIDNUM and FOPER-ID; the audit
      *>   10/15/2026  TB    images, the dated archive files and
      *>   10/15/2026  TB    outf.bak grew with it.  A record written
      *>   10/15/2026  TB    before FOPER-ID was added reads it as
      *>   10/15/2026  TB    spaces.
      *> ----------------------------------------------------------------
01 fdat.
   02 fkey.
      03 fidnum pic 9(06).
      03 fentry-date pic 9(08).
      03 ftran-type pic x(01).
         88 ftran-charge value "C".
         88 ftran-adjustment value "A".
         88 ftran-fincharge value "F".
         88 ftran-refund value "R".
         88 ftran-writeoff value "W".
         88 ftran-recovery value "V".
         88 ftran-reinstate value "Y".
         88 ftran-nsf-reversal value "N".
         88 ftran-nsf-fee value "K".
         88 ftran-check-cancel value "X".
         88 ftran-debit value "C" "F" "R" "Y" "N" "K".
   02 fcname.
      03 ffirstname pic x(15).
      03 flastname pic x(15).
      88 fdisp-none value " ".
      88 fdisp-held value "D".
   02 fdisp-date pic 9(08).
   02 fcheck-number pic 9(07).
   02 foper-id pic x(08).
