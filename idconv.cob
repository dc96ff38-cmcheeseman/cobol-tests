       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. idconv.
AUTHOR. T. Bracken.
INSTALLATION. Accounts Receivable - Daily Charges.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*> ----------------------------------------------------------------
*> Modification history
*> ----------------------------------------------------------------
*>   Date        Init  Description
*>   ----------  ----  -----------------------------------------
*>   10/15/2026  TB    Original program.  One-time conversion of
*>   10/15/2026  TB    every file that carries a customer id from
*>   10/15/2026  TB    the four-digit FIDNUM to the six-digit one
*>   10/15/2026  TB    (see FDATREC.CPY).  Each file is read in
*>   10/15/2026  TB    its four-digit layout and written to a .NEW
*>   10/15/2026  TB    file in the six-digit layout -- the id is
*>   10/15/2026  TB    zero-filled on the left, so every key keeps
*>   10/15/2026  TB    its order, and everything after it moves
*>   10/15/2026  TB    over as written.  The .NEW file is then read
*>   10/15/2026  TB    back through the new copybook and proved
*>   10/15/2026  TB    against what went in: record count, a hash
*>   10/15/2026  TB    total of the customer ids and a total of
*>   10/15/2026  TB    every money field on the record.  Each dated
*>   10/15/2026  TB    archive on archctl.dat and the outf.bak
*>   10/15/2026  TB    copy OUTFCHK keeps are carried the same
*>   10/15/2026  TB    way.  The live files are not touched -- when
*>   10/15/2026  TB    IDCONV.LST shows every file proving, the
*>   10/15/2026  TB    systems office renames each .NEW file over
*>   10/15/2026  TB    the file it came from (OUTFBAK.NEW over
*>   10/15/2026  TB    OUTF.BAK) before anything else runs.  A file
*>   10/15/2026  TB    that does not prove ends the run with return
*>   10/15/2026  TB    code 8.  Will not run while COBTEST has a
*>   10/15/2026  TB    checkpoint waiting to restart.
*>   10/15/2026  TB    OUTF.NEW is built with the entry-date and
*>   10/15/2026  TB    billed-status alternate keys every program
*>   10/15/2026  TB    now declares on outf.dat (see
*>   10/15/2026  TB    FDATREC.CPY), so a converted file goes
*>   10/15/2026  TB    straight into use.
*>   10/15/2026  TB    Carries a file into the current layout: an
*>   10/15/2026  TB    outf.dat record comes across with FOPER-ID
*>   10/15/2026  TB    blank, and an audit line with its images
*>   10/15/2026  TB    at 130 bytes (see FDATREC.CPY and
*>   10/15/2026  TB    AUDITREC.CPY).
*>   10/15/2026  TB    A run where every file proves is logged on
*>   10/15/2026  TB    jobctl.dat under step 0 (see JOBCTL.CPY),
*>   10/15/2026  TB    dated the run, so NIGHTRUN can set each
*>   10/15/2026  TB    step's time before the rebuild beside its
*>   10/15/2026  TB    time after.
*> ----------------------------------------------------------------
environment division.
input-output section.
file-control.
    select ckpt assign to "COBTEST.CKP"
        organization is line sequential
        access is sequential
        file status is ic-ckpt-status.
    select oldoutf assign to "OUTF.DAT"
        organization is indexed
        access mode is sequential
        record key is old-outf-key
        file status is ic-old-status.
    select newoutf assign to "OUTF.NEW"
        organization is indexed
        access mode is sequential
        record key is new-outf-key
        alternate record key is new-outf-entry-date with duplicates
        alternate record key is new-outf-bill-status with duplicates
        file status is ic-new-status.
    select oldcust assign to "CUSTMAST.DAT"
        organization is indexed
        access mode is sequential
        record key is old-cust-key
        file status is ic-old-status.
    select newcust assign to "CUSTMAST.NEW"
        organization is indexed
        access mode is sequential
        record key is new-cust-key
        file status is ic-new-status.
    select oldaddr assign to "CUSTADDR.DAT"
        organization is indexed
        access mode is sequential
        record key is old-addr-key
        file status is ic-old-status.
    select newaddr assign to "CUSTADDR.NEW"
        organization is indexed
        access mode is sequential
        record key is new-addr-key
        file status is ic-new-status.
    select oldplan assign to "PAYPLAN.DAT"
        organization is indexed
        access mode is sequential
        record key is old-plan-key
        file status is ic-old-status.
    select newplan assign to "PAYPLAN.NEW"
        organization is indexed
        access mode is sequential
        record key is new-plan-key
        file status is ic-new-status.
    select oldnote assign to "COLLNOTE.DAT"
        organization is indexed
        access mode is sequential
        record key is old-note-key
        file status is ic-old-status.
    select newnote assign to "COLLNOTE.NEW"
        organization is indexed
        access mode is sequential
        record key is new-note-key
        file status is ic-new-status.
    select oldseq assign using ic-old-file-name
        organization is line sequential
        access is sequential
        file status is ic-old-status.
    select newseq assign using ic-new-file-name
        organization is line sequential
        access is sequential
        file status is ic-new-status.
    select archctl assign to "ARCHCTL.DAT"
        organization is line sequential
        access is sequential
        file status is ic-archctl-status.
    select convlst assign to "IDCONV.LST"
        organization is line sequential
        file status is ic-convlst-status.
    select jobctl assign to "JOBCTL.DAT"
        organization is line sequential
        file status is ic-jobctl-status.
data division.
file section.
fd ckpt.
01 ckpt-rec pic x(80).
*> ------------------------------------------------------------
*> the indexed files, each in its four-digit layout (only the
*> key is named) and its six-digit one.  the records are built
*> and proved through the copybooks in working-storage.
*> ------------------------------------------------------------
fd oldoutf.
01 old-outf-rec.
   02 old-outf-key pic x(13).
   02 filler pic x(107).
fd newoutf.
01 new-outf-rec.
   02 new-outf-key.
      03 filler pic x(06).
      03 new-outf-entry-date pic 9(08).
      03 filler pic x(01).
   02 filler pic x(74).
   02 new-outf-bill-status pic x(01).
   02 filler pic x(40).
fd oldcust.
01 old-cust-rec.
   02 old-cust-key pic 9(04).
   02 filler pic x(82).
fd newcust.
01 new-cust-rec.
   02 new-cust-key pic 9(06).
   02 filler pic x(84).
fd oldaddr.
01 old-addr-rec.
   02 old-addr-key pic 9(04).
   02 filler pic x(207).
fd newaddr.
01 new-addr-rec.
   02 new-addr-key pic 9(06).
   02 filler pic x(207).
fd oldplan.
01 old-plan-rec.
   02 old-plan-key pic 9(04).
   02 filler pic x(76).
fd newplan.
01 new-plan-rec.
   02 new-plan-key pic 9(06).
   02 filler pic x(76).
fd oldnote.
01 old-note-rec.
   02 old-note-key pic x(20).
   02 filler pic x(100).
fd newnote.
01 new-note-rec.
   02 new-note-key pic x(22).
   02 filler pic x(100).
*> ------------------------------------------------------------
*> the line-sequential files, one at a time under the names in
*> ic-old-file-name / ic-new-file-name.  the length of each
*> line read is kept -- a line longer than the four-digit
*> layout means the file has been converted already.
*> ------------------------------------------------------------
fd oldseq
    record varying in size from 1 to 400 characters
        depending on ic-read-length.
01 old-seq-rec pic x(400).
fd newseq.
01 new-seq-rec pic x(400).
fd archctl.
    copy ARCHCTL.
fd convlst.
01 conv-line pic x(132).
fd jobctl.
    copy JOBCTL.
working-storage section.
*> ------------------------------------------------------------
*> file-status and switch work fields.  the old files share
*> one status field and the new files another -- only one of
*> each is open at a time.
*> ------------------------------------------------------------
01 ic-ckpt-status pic x(02) value "00".
   88 ic-ckpt-ok value "00".
01 ic-old-status pic x(02) value "00".
   88 ic-old-ok value "00".
   88 ic-old-not-found value "35".
01 ic-new-status pic x(02) value "00".
   88 ic-new-ok value "00" "02".
01 ic-archctl-status pic x(02) value "00".
   88 ic-archctl-not-found value "35".
01 ic-convlst-status pic x(02) value "00".
01 ic-jobctl-status pic x(02) value "00".
   88 ic-jobctl-ok value "00".
   88 ic-jobctl-not-found value "35".
01 ic-switches.
   02 ic-eof-sw pic x value "N".
      88 ic-eof value "Y".
   02 ic-ctl-eof-sw pic x value "N".
      88 ic-ctl-eof value "Y".
   02 ic-missing-sw pic x value "N".
      88 ic-missing value "Y".
   02 ic-open-failed-sw pic x value "N".
      88 ic-open-failed value "Y".
   02 ic-has-amount-sw pic x value "N".
      88 ic-has-amount value "Y".
   02 ic-cutoff-seen-sw pic x value "N".
      88 ic-cutoff-seen value "Y".
*> ------------------------------------------------------------
*> the file in hand: a two-letter code that steers the read,
*> write and proof paragraphs, its names, and the length of
*> its four-digit record.
*>   OU outf.dat          OB outf.bak       AR dated archive
*>   CM custmast.dat      MA custaddr.dat   PP payplan.dat
*>   CN collnote.dat      CH custhist.dat   DL dunlevel.dat
*>   ST stndchg.dat       WL waitlist.dat   PT priortot.dat
*>   AD audit.dat         RQ refundq.dat    WQ wrtoffq.dat
*>   AP cashapp.dat
*> ------------------------------------------------------------
01 ic-file-code pic x(02) value spaces.
   88 ic-indexed-file value "OU" "CM" "MA" "PP" "CN".
   88 ic-fdat-file value "OU" "OB" "AR".
   88 ic-audit-file value "AD".
01 ic-old-file-name pic x(40) value spaces.
01 ic-new-file-name pic x(40) value spaces.
01 ic-old-length pic 9(04) comp value 0.
01 ic-read-length pic 9(04) comp value 0.
01 ic-rest-length pic 9(04) comp value 0.
01 ic-arch-old-name.
   02 filler pic x(04) value "ARCH".
   02 ic-arch-old-date pic 9(08).
   02 filler pic x(04) value ".DAT".
01 ic-arch-new-name.
   02 filler pic x(04) value "ARCH".
   02 ic-arch-new-date pic 9(08).
   02 filler pic x(04) value ".NEW".
*> ------------------------------------------------------------
*> archive cutoffs already carried, so a cutoff archctl.dat
*> lists twice (an archive run rerun) is converted once.
*> ------------------------------------------------------------
01 ic-done-count pic 9(04) comp value 0.
01 ic-done-sub pic 9(04) comp value 0.
01 ic-done-table.
   02 ic-done-cutoff pic 9(08) occurs 50 times.
*> ------------------------------------------------------------
*> the record in hand in its four-digit layout, with a view for
*> each file of the id and the money fields the proof sums.
*> ------------------------------------------------------------
01 ic-old-work pic x(400).
01 ic-old-lead-view redefines ic-old-work.
   02 ic-old-lead-id pic 9(04).
   02 filler pic x(396).
01 ic-old-audit-view redefines ic-old-work.
   02 filler pic x(32).
   02 ic-oa-fidnum pic 9(04).
   02 filler pic x(364).
01 ic-old-fdat-view redefines ic-old-work.
   02 filler pic x(43).
   02 ic-of-total pic s9(07)v99.
   02 ic-of-base pic s9(07)v99.
   02 ic-of-tax pic s9(07)v99.
   02 ic-of-surch pic s9(07)v99.
   02 filler pic x(13).
   02 ic-of-paid pic s9(07)v99.
   02 filler pic x(299).
01 ic-old-cust-view redefines ic-old-work.
   02 filler pic x(43).
   02 ic-om-credit-limit pic 9(07)v99.
   02 filler pic x(12).
   02 ic-om-writeoff-amount pic 9(07)v99.
   02 ic-om-recovered-amount pic 9(07)v99.
   02 ic-om-merged-into pic 9(04).
   02 filler pic x(314).
01 ic-old-plan-view redefines ic-old-work.
   02 filler pic x(04).
   02 ic-op-agreed-balance pic 9(07)v99.
   02 filler pic x(02).
   02 ic-op-installment-amount pic 9(07)v99.
   02 filler pic x(21).
   02 ic-op-paid-to-date pic 9(07)v99.
   02 filler pic x(346).
01 ic-old-note-view redefines ic-old-work.
   02 filler pic x(85).
   02 ic-on-promise-amount pic 9(07)v99.
   02 filler pic x(09).
   02 ic-on-paid-amount pic 9(07)v99.
   02 filler pic x(288).
01 ic-old-hist-view redefines ic-old-work.
   02 filler pic x(04).
   02 ic-oh-period occurs 12 times.
      03 filler pic x(08).
      03 ic-oh-period-total pic s9(09)v99.
   02 filler pic x(168).
01 ic-old-stnd-view redefines ic-old-work.
   02 filler pic x(04).
   02 ic-os-num1 pic 9(07)v99.
   02 ic-os-num2 pic 9(07)v99.
   02 filler pic x(378).
01 ic-old-wait-view redefines ic-old-work.
   02 filler pic x(34).
   02 ic-ow-num1 pic s9(07)v99.
   02 ic-ow-num2 pic s9(07)v99.
   02 filler pic x(348).
01 ic-old-prior-view redefines ic-old-work.
   02 filler pic x(04).
   02 ic-ot-total pic s9(09)v99.
   02 filler pic x(385).
01 ic-old-refund-view redefines ic-old-work.
   02 filler pic x(34).
   02 ic-or-amount pic s9(07)v99.
   02 filler pic x(357).
01 ic-old-wrtoff-view redefines ic-old-work.
   02 filler pic x(34).
   02 ic-oq-over-90 pic s9(07)v99.
   02 ic-oq-balance pic s9(07)v99.
   02 ic-oq-amount pic s9(07)v99.
   02 filler pic x(339).
01 ic-old-cash-view redefines ic-old-work.
   02 filler pic x(22).
   02 ic-oc-amount pic s9(07)v99.
   02 filler pic x(369).
*> ------------------------------------------------------------
*> the record in hand in its six-digit layout.  it is built in
*> ic-new-work and modelled into the file's own copybook, which
*> the proof pass reads it back through.  refundq.dat and
*> wrtoffq.dat have no copybook -- their views here follow the
*> FDs in REFUND and WRITEOFF.
*> ------------------------------------------------------------
01 ic-new-work pic x(400).
01 ic-new-id pic 9(06) value 0.
01 ic-id-check.
   02 ic-id-check-n pic 9(06).
01 ic-hist-sub pic 9(04) comp value 0.
    copy FDATREC.
    copy CUSTMAST.
    copy CUSTADDR.
    copy PAYPLAN.
    copy COLLNOTE.
    copy CUSTHIST.
    copy DUNLEVEL.
    copy STNDCHG.
    copy WAITREC.
    copy PRIORTOT.
    copy AUDITREC.
    copy CASHAPP.
01 ic-refund-view.
   02 ic-rq-fidnum pic 9(06).
   02 filler pic x(30).
   02 ic-rq-amount pic s9(07)v99.
   02 filler pic x(68).
01 ic-wrtoff-view.
   02 ic-wq-fidnum pic 9(06).
   02 filler pic x(30).
   02 ic-wq-over-90 pic s9(07)v99.
   02 ic-wq-balance pic s9(07)v99.
   02 ic-wq-amount pic s9(07)v99.
   02 filler pic x(25).
*> ------------------------------------------------------------
*> the proof for the file in hand: what was read from the old
*> file and what the new one reads back as.  the amount is a
*> hash of every money field on the record, not a balance.
*> ------------------------------------------------------------
01 ic-in-count pic 9(09) comp value 0.
01 ic-out-count pic 9(09) comp value 0.
01 ic-back-count pic 9(09) comp value 0.
01 ic-long-count pic 9(09) comp value 0.
01 ic-in-id-total pic 9(15) value 0.
01 ic-back-id-total pic 9(15) value 0.
01 ic-in-amount pic s9(13)v99 value 0.
01 ic-back-amount pic s9(13)v99 value 0.
01 ic-result pic x(14) value spaces.
01 ic-open-note.
   02 filler pic x(12) value "OPEN STATUS ".
   02 ic-open-note-status pic x(02).
*> ------------------------------------------------------------
*> run totals
*> ------------------------------------------------------------
01 ic-run-date pic 9(08) value 0.
01 ic-files-carried pic 9(06) comp value 0.
01 ic-files-proved pic 9(06) comp value 0.
01 ic-files-failed pic 9(06) comp value 0.
01 ic-files-missing pic 9(06) comp value 0.
01 ic-records-carried pic 9(09) comp value 0.
*> ------------------------------------------------------------
*> filing the listing in the dated report archive (see
*> RPTARCH).  a hand-run job is signed with its own name.
*> ------------------------------------------------------------
01 ic-job-id pic x(08) value "IDCONV".
01 ic-report-name pic x(08) value "IDCONV".
01 ic-filed-sw pic x(01) value "N".
*> ------------------------------------------------------------
*> listing lines
*> ------------------------------------------------------------
01 ic-heading-1.
   02 filler pic x(53) value
      "CUSTOMER ID CONVERSION - FOUR DIGITS TO SIX - RUN OF ".
   02 ic-h-date pic 9(08).
01 ic-heading-2.
   02 filler pic x(58) value
      "  FILE              RECORDS IN   READ BACK     ID TOTAL IN".
   02 filler pic x(64) value
      "   ID TOTAL BACK           AMOUNT IN         AMOUNT BACK  RESULT".
01 ic-detail-line.
   02 filler pic x(02) value spaces.
   02 ic-d-file pic x(16).
   02 filler pic x(01) value space.
   02 ic-d-in pic zzz,zzz,zz9.
   02 filler pic x(01) value space.
   02 ic-d-back pic zzz,zzz,zz9.
   02 filler pic x(01) value space.
   02 ic-d-id-in pic zzz,zzz,zzz,zz9.
   02 filler pic x(01) value space.
   02 ic-d-id-back pic zzz,zzz,zzz,zz9.
   02 filler pic x(01) value space.
   02 ic-d-amounts.
      03 ic-d-amount-in pic $$$,$$$,$$$,$$9.99-.
      03 filler pic x(01) value space.
      03 ic-d-amount-back pic $$$,$$$,$$$,$$9.99-.
   02 filler pic x(02) value spaces.
   02 ic-d-result pic x(14).
01 ic-long-line.
   02 filler pic x(04) value spaces.
   02 ic-l-count pic zzz,zzz,zz9.
   02 filler pic x(48) value
      " record(s) longer than the four-digit layout - ".
   02 filler pic x(24) value "already converted?".
01 ic-count-line.
   02 ic-c-label pic x(34).
   02 ic-c-count pic zzz,zzz,zz9.
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE
*> ------------------------------------------------------------
0000-mainline.
    accept ic-run-date from date yyyymmdd
    perform 1000-check-restart thru 1000-exit
    open output convlst
    move ic-run-date to ic-h-date
    move ic-heading-1 to conv-line
    write conv-line
    move ic-heading-2 to conv-line
    write conv-line
    perform 1500-convert-files thru 1500-exit
    perform 1600-convert-archives thru 1600-exit
    perform 7100-print-totals thru 7100-exit
    close convlst
    perform 8000-file-listing thru 8000-exit
    if ic-files-failed = 0
        perform 8500-log-rebuild thru 8500-exit
    end-if
    display "customer id conversion run of " ic-run-date
    display "  files carried    : " ic-files-carried
    display "  files proved     : " ic-files-proved
    display "  did not prove    : " ic-files-failed
    display "  not on file      : " ic-files-missing
    display "  records carried  : " ic-records-carried
    if ic-files-failed > 0
        display "NOT EVERY FILE PROVES - see IDCONV.LST.  leave "
            "the live files as they are"
        move 8 to return-code
    else
        display "every file proves - rename each .NEW file over "
            "the file it was carried from (OUTFBAK.NEW over "
            "OUTF.BAK) before anything else runs"
    end-if
    stop run.
*> ------------------------------------------------------------
*> 1000-CHECK-RESTART -- a COBTEST run with a checkpoint on file
*> has customers half posted under the old ids.  it has to be
*> finished before the files are carried.
*> ------------------------------------------------------------
1000-check-restart.
    open input ckpt
    if not ic-ckpt-ok
        go to 1000-exit
    end-if
    close ckpt
    display "COBTEST.CKP is on file - a COBTEST run is waiting "
        "to restart.  finish it before converting"
    display "idconv terminating"
    move 8 to return-code
    stop run.
1000-exit.
    exit.
*> ------------------------------------------------------------
*> 1500-CONVERT-FILES -- every file that carries a customer id,
*> with the length of its four-digit record.
*> ------------------------------------------------------------
1500-convert-files.
    move "OU" to ic-file-code
    move "OUTF.DAT" to ic-old-file-name
    move "OUTF.NEW" to ic-new-file-name
    move 120 to ic-old-length
    perform 2000-convert-one-file thru 2000-exit
    move "OB" to ic-file-code
    move "OUTF.BAK" to ic-old-file-name
    move "OUTFBAK.NEW" to ic-new-file-name
    move 120 to ic-old-length
    perform 2000-convert-one-file thru 2000-exit
    move "CM" to ic-file-code
    move "CUSTMAST.DAT" to ic-old-file-name
    move "CUSTMAST.NEW" to ic-new-file-name
    move 86 to ic-old-length
    perform 2000-convert-one-file thru 2000-exit
    move "MA" to ic-file-code
    move "CUSTADDR.DAT" to ic-old-file-name
    move "CUSTADDR.NEW" to ic-new-file-name
    move 211 to ic-old-length
    perform 2000-convert-one-file thru 2000-exit
    move "PP" to ic-file-code
    move "PAYPLAN.DAT" to ic-old-file-name
    move "PAYPLAN.NEW" to ic-new-file-name
    move 80 to ic-old-length
    perform 2000-convert-one-file thru 2000-exit
    move "CN" to ic-file-code
    move "COLLNOTE.DAT" to ic-old-file-name
    move "COLLNOTE.NEW" to ic-new-file-name
    move 120 to ic-old-length
    perform 2000-convert-one-file thru 2000-exit
    move "CH" to ic-file-code
    move "CUSTHIST.DAT" to ic-old-file-name
    move "CUSTHIST.NEW" to ic-new-file-name
    move 232 to ic-old-length
    perform 2000-convert-one-file thru 2000-exit
    move "DL" to ic-file-code
    move "DUNLEVEL.DAT" to ic-old-file-name
    move "DUNLEVEL.NEW" to ic-new-file-name
    move 13 to ic-old-length
    perform 2000-convert-one-file thru 2000-exit
    move "ST" to ic-file-code
    move "STNDCHG.DAT" to ic-old-file-name
    move "STNDCHG.NEW" to ic-new-file-name
    move 41 to ic-old-length
    perform 2000-convert-one-file thru 2000-exit
    move "WL" to ic-file-code
    move "WAITLIST.DAT" to ic-old-file-name
    move "WAITLIST.NEW" to ic-new-file-name
    move 64 to ic-old-length
    perform 2000-convert-one-file thru 2000-exit
    move "PT" to ic-file-code
    move "PRIORTOT.DAT" to ic-old-file-name
    move "PRIORTOT.NEW" to ic-new-file-name
    move 15 to ic-old-length
    perform 2000-convert-one-file thru 2000-exit
    move "AD" to ic-file-code
    move "AUDIT.DAT" to ic-old-file-name
    move "AUDIT.NEW" to ic-new-file-name
    move 315 to ic-old-length
    perform 2000-convert-one-file thru 2000-exit
    move "RQ" to ic-file-code
    move "REFUNDQ.DAT" to ic-old-file-name
    move "REFUNDQ.NEW" to ic-new-file-name
    move 111 to ic-old-length
    perform 2000-convert-one-file thru 2000-exit
    move "WQ" to ic-file-code
    move "WRTOFFQ.DAT" to ic-old-file-name
    move "WRTOFFQ.NEW" to ic-new-file-name
    move 86 to ic-old-length
    perform 2000-convert-one-file thru 2000-exit
    move "AP" to ic-file-code
    move "CASHAPP.DAT" to ic-old-file-name
    move "CASHAPP.NEW" to ic-new-file-name
    move 40 to ic-old-length
    perform 2000-convert-one-file thru 2000-exit.
1500-exit.
    exit.
*> ------------------------------------------------------------
*> 1600-CONVERT-ARCHIVES -- walk archctl.dat and carry each
*> dated archive once.  a missing archctl.dat just means nothing
*> has ever been archived.
*> ------------------------------------------------------------
1600-convert-archives.
    open input archctl
    if ic-archctl-not-found
        go to 1600-exit
    end-if
    perform 1700-read-one-control thru 1700-exit
        until ic-ctl-eof
    close archctl.
1600-exit.
    exit.
1700-read-one-control.
    read archctl
        at end
            set ic-ctl-eof to true
        not at end
            perform 1800-check-cutoff-seen thru 1800-exit
            if not ic-cutoff-seen
                move "AR" to ic-file-code
                move acl-cutoff-date to ic-arch-old-date
                move acl-cutoff-date to ic-arch-new-date
                move ic-arch-old-name to ic-old-file-name
                move ic-arch-new-name to ic-new-file-name
                move 120 to ic-old-length
                perform 2000-convert-one-file thru 2000-exit
            end-if
    end-read.
1700-exit.
    exit.
1800-check-cutoff-seen.
    move "N" to ic-cutoff-seen-sw
    move 0 to ic-done-sub
    perform 1810-check-one-cutoff thru 1810-exit
        until ic-done-sub not < ic-done-count
            or ic-cutoff-seen
    if not ic-cutoff-seen
        if ic-done-count not < 50
            display "more than 50 archive cutoffs on "
                "archctl.dat - raise ic-done-table's size "
                "before continuing"
            stop run
        end-if
        add 1 to ic-done-count
        move acl-cutoff-date to ic-done-cutoff(ic-done-count)
    end-if.
1800-exit.
    exit.
1810-check-one-cutoff.
    add 1 to ic-done-sub
    if ic-done-cutoff(ic-done-sub) = acl-cutoff-date
        set ic-cutoff-seen to true
    end-if.
1810-exit.
    exit.
*> ------------------------------------------------------------
*> 2000-CONVERT-ONE-FILE -- carry the file named in ic-file-code
*> to its .NEW file, read the .NEW file back and list the
*> proof.  a file not on disk has nothing to carry.
*> ------------------------------------------------------------
2000-convert-one-file.
    move 0 to ic-in-count ic-out-count ic-back-count
        ic-long-count ic-in-id-total ic-back-id-total
        ic-in-amount ic-back-amount
    move "N" to ic-eof-sw ic-missing-sw ic-open-failed-sw
    move spaces to ic-result
    evaluate ic-file-code
        when "AD"
        when "DL"
        when "MA"
            move "N" to ic-has-amount-sw
        when other
            move "Y" to ic-has-amount-sw
    end-evaluate
    perform 2100-open-old thru 2100-exit
    if ic-missing
        add 1 to ic-files-missing
        move "NOT ON FILE" to ic-result
        perform 7000-list-file thru 7000-exit
        go to 2000-exit
    end-if
    if ic-open-failed
        add 1 to ic-files-failed
        move ic-old-status to ic-open-note-status
        move ic-open-note to ic-result
        perform 7000-list-file thru 7000-exit
        go to 2000-exit
    end-if
    perform 2200-open-new thru 2200-exit
    perform 2300-carry-one-record thru 2300-exit
        until ic-eof
    perform 2400-close-files thru 2400-exit
    perform 2500-prove-new-file thru 2500-exit
    add 1 to ic-files-carried
    add ic-out-count to ic-records-carried
    if ic-back-count = ic-in-count
        and ic-out-count = ic-in-count
        and ic-back-id-total = ic-in-id-total
        and ic-back-amount = ic-in-amount
        and ic-long-count = 0
        add 1 to ic-files-proved
        move "PROVES" to ic-result
    else
        add 1 to ic-files-failed
        move "DOES NOT PROVE" to ic-result
    end-if
    perform 7000-list-file thru 7000-exit.
2000-exit.
    exit.
*> ------------------------------------------------------------
*> 2100-OPEN-OLD -- status 35 is a file never set up here; any
*> other failure (a file already in the six-digit layout will
*> not open against the four-digit key) is listed against the
*> file and the run goes on to the next.
*> ------------------------------------------------------------
2100-open-old.
    evaluate ic-file-code
        when "OU"
            open input oldoutf
        when "CM"
            open input oldcust
        when "MA"
            open input oldaddr
        when "PP"
            open input oldplan
        when "CN"
            open input oldnote
        when other
            open input oldseq
    end-evaluate
    if ic-old-not-found
        set ic-missing to true
        go to 2100-exit
    end-if
    if not ic-old-ok
        set ic-open-failed to true
    end-if.
2100-exit.
    exit.
2200-open-new.
    evaluate ic-file-code
        when "OU"
            open output newoutf
        when "CM"
            open output newcust
        when "MA"
            open output newaddr
        when "PP"
            open output newplan
        when "CN"
            open output newnote
        when other
            open output newseq
    end-evaluate
    if not ic-new-ok
        perform 9100-new-file-error thru 9100-exit
    end-if.
2200-exit.
    exit.
*> ------------------------------------------------------------
*> 2300-CARRY-ONE-RECORD -- read a four-digit record, widen it,
*> add it to the in side of the proof and write it.
*> ------------------------------------------------------------
2300-carry-one-record.
    perform 4100-read-old thru 4100-exit
    if ic-eof
        go to 2300-exit
    end-if
    add 1 to ic-in-count
    if not ic-indexed-file and ic-read-length > ic-old-length
        add 1 to ic-long-count
    end-if
    perform 5000-widen-record thru 5000-exit
    perform 5500-add-old-totals thru 5500-exit
    perform 4300-write-new thru 4300-exit
    add 1 to ic-out-count.
2300-exit.
    exit.
2400-close-files.
    evaluate ic-file-code
        when "OU"
            close oldoutf newoutf
        when "CM"
            close oldcust newcust
        when "MA"
            close oldaddr newaddr
        when "PP"
            close oldplan newplan
        when "CN"
            close oldnote newnote
        when other
            close oldseq newseq
    end-evaluate.
2400-exit.
    exit.
*> ------------------------------------------------------------
*> 2500-PROVE-NEW-FILE -- read the .NEW file back through its
*> copybook and add it to the back side of the proof.
*> ------------------------------------------------------------
2500-prove-new-file.
    evaluate ic-file-code
        when "OU"
            open input newoutf
        when "CM"
            open input newcust
        when "MA"
            open input newaddr
        when "PP"
            open input newplan
        when "CN"
            open input newnote
        when other
            open input newseq
    end-evaluate
    if not ic-new-ok
        perform 9100-new-file-error thru 9100-exit
    end-if
    move "N" to ic-eof-sw
    perform 2600-prove-one-record thru 2600-exit
        until ic-eof
    evaluate ic-file-code
        when "OU"
            close newoutf
        when "CM"
            close newcust
        when "MA"
            close newaddr
        when "PP"
            close newplan
        when "CN"
            close newnote
        when other
            close newseq
    end-evaluate.
2500-exit.
    exit.
2600-prove-one-record.
    perform 4500-read-new thru 4500-exit
    if ic-eof
        go to 2600-exit
    end-if
    add 1 to ic-back-count
    perform 5300-model-new-record thru 5300-exit
    perform 5600-add-new-totals thru 5600-exit.
2600-exit.
    exit.
*> ------------------------------------------------------------
*> 4100-READ-OLD -- the next four-digit record into ic-old-work.
*> ------------------------------------------------------------
4100-read-old.
    move spaces to ic-old-work
    move 0 to ic-read-length
    evaluate ic-file-code
        when "OU"
            read oldoutf into ic-old-work
                at end
                    set ic-eof to true
            end-read
        when "CM"
            read oldcust into ic-old-work
                at end
                    set ic-eof to true
            end-read
        when "MA"
            read oldaddr into ic-old-work
                at end
                    set ic-eof to true
            end-read
        when "PP"
            read oldplan into ic-old-work
                at end
                    set ic-eof to true
            end-read
        when "CN"
            read oldnote into ic-old-work
                at end
                    set ic-eof to true
            end-read
        when other
            read oldseq into ic-old-work
                at end
                    set ic-eof to true
            end-read
    end-evaluate
    if not ic-old-ok and not ic-eof
        perform 9000-old-file-error thru 9000-exit
    end-if.
4100-exit.
    exit.
*> ------------------------------------------------------------
*> 4300-WRITE-NEW -- the widened record to the .NEW file.  the
*> ids are zero-filled on the left, so the records come off the
*> old file already in the new key's order.
*> ------------------------------------------------------------
4300-write-new.
    evaluate ic-file-code
        when "OU"
            write new-outf-rec from fdat
        when "CM"
            write new-cust-rec from cust-master-rec
        when "MA"
            write new-addr-rec from cust-addr-rec
        when "PP"
            write new-plan-rec from pay-plan-rec
        when "CN"
            write new-note-rec from coll-note-rec
        when other
            write new-seq-rec from ic-new-work
    end-evaluate
    if not ic-new-ok
        perform 9100-new-file-error thru 9100-exit
    end-if.
4300-exit.
    exit.
*> ------------------------------------------------------------
*> 4500-READ-NEW -- the next six-digit record into ic-new-work.
*> ------------------------------------------------------------
4500-read-new.
    move spaces to ic-new-work
    evaluate ic-file-code
        when "OU"
            read newoutf into ic-new-work
                at end
                    set ic-eof to true
            end-read
        when "CM"
            read newcust into ic-new-work
                at end
                    set ic-eof to true
            end-read
        when "MA"
            read newaddr into ic-new-work
                at end
                    set ic-eof to true
            end-read
        when "PP"
            read newplan into ic-new-work
                at end
                    set ic-eof to true
            end-read
        when "CN"
            read newnote into ic-new-work
                at end
                    set ic-eof to true
            end-read
        when other
            read newseq into ic-new-work
                at end
                    set ic-eof to true
            end-read
    end-evaluate
    if not ic-new-ok and not ic-eof
        perform 9100-new-file-error thru 9100-exit
    end-if.
4500-exit.
    exit.
*> ------------------------------------------------------------
*> 5000-WIDEN-RECORD -- build the six-digit record in
*> ic-new-work and model it into the file's copybook.
*> ------------------------------------------------------------
5000-widen-record.
    move spaces to ic-new-work
    if ic-audit-file
        perform 5200-widen-audit thru 5200-exit
    else
        perform 5100-widen-lead-id thru 5100-exit
    end-if
    perform 5300-model-new-record thru 5300-exit
    if ic-file-code = "CM"
        perform 5400-widen-merged-into thru 5400-exit
    end-if.
5000-exit.
    exit.
*> ------------------------------------------------------------
*> 5100-WIDEN-LEAD-ID -- every file but audit.dat starts with
*> the id.  an id that is not numeric is carried as written,
*> two spaces wider, and left out of both sides of the proof.
*> ------------------------------------------------------------
5100-widen-lead-id.
    compute ic-rest-length = ic-old-length - 4
    if ic-old-lead-id numeric
        move ic-old-lead-id to ic-new-id
        move ic-new-id to ic-new-work(1:6)
    else
        move ic-old-work(1:4) to ic-new-work(1:4)
    end-if
    move ic-old-work(5:ic-rest-length)
        to ic-new-work(7:ic-rest-length).
5100-exit.
    exit.
*> ------------------------------------------------------------
*> 5200-WIDEN-AUDIT -- the id sits after the change stamp.  the
*> before/after images are carried as they were written (a
*> four-digit-id record) into the wider images of the current
*> layout (see AUDITREC.CPY).
*> ------------------------------------------------------------
5200-widen-audit.
    move ic-old-work(1:32) to ic-new-work(1:32)
    if ic-oa-fidnum numeric
        move ic-oa-fidnum to ic-new-id
        move ic-new-id to ic-new-work(33:6)
    else
        move ic-old-work(33:4) to ic-new-work(33:4)
    end-if
    move ic-old-work(37:9) to ic-new-work(39:9)
    move ic-old-work(46:120) to ic-new-work(48:120)
    move ic-old-work(166:120) to ic-new-work(178:120)
    move ic-old-work(286:30) to ic-new-work(308:30).
5200-exit.
    exit.
*> ------------------------------------------------------------
*> 5300-MODEL-NEW-RECORD -- ic-new-work into the file's own
*> record layout.
*> ------------------------------------------------------------
5300-model-new-record.
    evaluate ic-file-code
        when "OU"
        when "OB"
        when "AR"
            move ic-new-work to fdat
        when "CM"
            move ic-new-work to cust-master-rec
        when "MA"
            move ic-new-work to cust-addr-rec
        when "PP"
            move ic-new-work to pay-plan-rec
        when "CN"
            move ic-new-work to coll-note-rec
        when "CH"
            move ic-new-work to cust-hist-rec
        when "DL"
            move ic-new-work to dun-level-rec
        when "ST"
            move ic-new-work to stnd-chg-rec
        when "WL"
            move ic-new-work to wait-rec
        when "PT"
            move ic-new-work to prior-total-rec
        when "AD"
            move ic-new-work to audit-rec
        when "RQ"
            move ic-new-work to ic-refund-view
        when "WQ"
            move ic-new-work to ic-wrtoff-view
        when "AP"
            move ic-new-work to cash-app-rec
    end-evaluate.
5300-exit.
    exit.
*> ------------------------------------------------------------
*> 5400-WIDEN-MERGED-INTO -- custmast.dat carries a second id,
*> the survivor a merged customer went to (see CUSTMRG).  a
*> record set up before the field existed has spaces there and
*> keeps them.
*> ------------------------------------------------------------
5400-widen-merged-into.
    if ic-om-merged-into numeric
        move ic-om-merged-into to cm-merged-into
    else
        move spaces to cust-master-rec(85:6)
    end-if.
5400-exit.
    exit.
*> ------------------------------------------------------------
*> 5500-ADD-OLD-TOTALS -- the in side of the proof, off the
*> four-digit views.  a money field that is not numeric (a
*> record written before the field existed) counts as nothing
*> on either side.
*> ------------------------------------------------------------
5500-add-old-totals.
    if ic-audit-file
        if ic-oa-fidnum numeric
            add ic-oa-fidnum to ic-in-id-total
        end-if
    else
        if ic-old-lead-id numeric
            add ic-old-lead-id to ic-in-id-total
        end-if
    end-if
    evaluate ic-file-code
        when "OU"
        when "OB"
        when "AR"
            if ic-of-total numeric
                add ic-of-total to ic-in-amount
            end-if
            if ic-of-base numeric
                add ic-of-base to ic-in-amount
            end-if
            if ic-of-tax numeric
                add ic-of-tax to ic-in-amount
            end-if
            if ic-of-surch numeric
                add ic-of-surch to ic-in-amount
            end-if
            if ic-of-paid numeric
                add ic-of-paid to ic-in-amount
            end-if
        when "CM"
            if ic-om-credit-limit numeric
                add ic-om-credit-limit to ic-in-amount
            end-if
            if ic-om-writeoff-amount numeric
                add ic-om-writeoff-amount to ic-in-amount
            end-if
            if ic-om-recovered-amount numeric
                add ic-om-recovered-amount to ic-in-amount
            end-if
        when "PP"
            if ic-op-agreed-balance numeric
                add ic-op-agreed-balance to ic-in-amount
            end-if
            if ic-op-installment-amount numeric
                add ic-op-installment-amount to ic-in-amount
            end-if
            if ic-op-paid-to-date numeric
                add ic-op-paid-to-date to ic-in-amount
            end-if
        when "CN"
            if ic-on-promise-amount numeric
                add ic-on-promise-amount to ic-in-amount
            end-if
            if ic-on-paid-amount numeric
                add ic-on-paid-amount to ic-in-amount
            end-if
        when "CH"
            move 0 to ic-hist-sub
            perform 5510-add-old-period thru 5510-exit
                until ic-hist-sub not < 12
        when "ST"
            if ic-os-num1 numeric
                add ic-os-num1 to ic-in-amount
            end-if
            if ic-os-num2 numeric
                add ic-os-num2 to ic-in-amount
            end-if
        when "WL"
            if ic-ow-num1 numeric
                add ic-ow-num1 to ic-in-amount
            end-if
            if ic-ow-num2 numeric
                add ic-ow-num2 to ic-in-amount
            end-if
        when "PT"
            if ic-ot-total numeric
                add ic-ot-total to ic-in-amount
            end-if
        when "RQ"
            if ic-or-amount numeric
                add ic-or-amount to ic-in-amount
            end-if
        when "WQ"
            if ic-oq-over-90 numeric
                add ic-oq-over-90 to ic-in-amount
            end-if
            if ic-oq-balance numeric
                add ic-oq-balance to ic-in-amount
            end-if
            if ic-oq-amount numeric
                add ic-oq-amount to ic-in-amount
            end-if
        when "AP"
            if ic-oc-amount numeric
                add ic-oc-amount to ic-in-amount
            end-if
    end-evaluate.
5500-exit.
    exit.
5510-add-old-period.
    add 1 to ic-hist-sub
    if ic-oh-period-total(ic-hist-sub) numeric
        add ic-oh-period-total(ic-hist-sub) to ic-in-amount
    end-if.
5510-exit.
    exit.
*> ------------------------------------------------------------
*> 5600-ADD-NEW-TOTALS -- the back side of the proof, off the
*> six-digit copybooks.
*> ------------------------------------------------------------
5600-add-new-totals.
    move spaces to ic-id-check
    evaluate ic-file-code
        when "OU"
        when "OB"
        when "AR"
            move fidnum to ic-id-check
            if ftotal numeric
                add ftotal to ic-back-amount
            end-if
            if fbase-amount numeric
                add fbase-amount to ic-back-amount
            end-if
            if ftax-amount numeric
                add ftax-amount to ic-back-amount
            end-if
            if fsurch-amount numeric
                add fsurch-amount to ic-back-amount
            end-if
            if fpaid-amount numeric
                add fpaid-amount to ic-back-amount
            end-if
        when "CM"
            move cm-fidnum to ic-id-check
            if cm-credit-limit numeric
                add cm-credit-limit to ic-back-amount
            end-if
            if cm-writeoff-amount numeric
                add cm-writeoff-amount to ic-back-amount
            end-if
            if cm-recovered-amount numeric
                add cm-recovered-amount to ic-back-amount
            end-if
        when "MA"
            move ma-fidnum to ic-id-check
        when "PP"
            move pp-fidnum to ic-id-check
            if pp-agreed-balance numeric
                add pp-agreed-balance to ic-back-amount
            end-if
            if pp-installment-amount numeric
                add pp-installment-amount to ic-back-amount
            end-if
            if pp-paid-to-date numeric
                add pp-paid-to-date to ic-back-amount
            end-if
        when "CN"
            move cn-fidnum to ic-id-check
            if cn-promise-amount numeric
                add cn-promise-amount to ic-back-amount
            end-if
            if cn-paid-amount numeric
                add cn-paid-amount to ic-back-amount
            end-if
        when "CH"
            move ch-fidnum to ic-id-check
            move 0 to ic-hist-sub
            perform 5610-add-new-period thru 5610-exit
                until ic-hist-sub not < 12
        when "DL"
            move dl-fidnum to ic-id-check
        when "ST"
            move st-fidnum to ic-id-check
            if st-num1 numeric
                add st-num1 to ic-back-amount
            end-if
            if st-num2 numeric
                add st-num2 to ic-back-amount
            end-if
        when "WL"
            move wl-fidnum to ic-id-check
            if wl-num1 numeric
                add wl-num1 to ic-back-amount
            end-if
            if wl-num2 numeric
                add wl-num2 to ic-back-amount
            end-if
        when "PT"
            move pt-fidnum to ic-id-check
            if pt-total numeric
                add pt-total to ic-back-amount
            end-if
        when "AD"
            move ad-fidnum to ic-id-check
        when "RQ"
            move ic-rq-fidnum to ic-id-check
            if ic-rq-amount numeric
                add ic-rq-amount to ic-back-amount
            end-if
        when "WQ"
            move ic-wq-fidnum to ic-id-check
            if ic-wq-over-90 numeric
                add ic-wq-over-90 to ic-back-amount
            end-if
            if ic-wq-balance numeric
                add ic-wq-balance to ic-back-amount
            end-if
            if ic-wq-amount numeric
                add ic-wq-amount to ic-back-amount
            end-if
        when "AP"
            move ap-fidnum to ic-id-check
            if ap-amount numeric
                add ap-amount to ic-back-amount
            end-if
    end-evaluate
    if ic-id-check-n numeric
        add ic-id-check-n to ic-back-id-total
    end-if.
5600-exit.
    exit.
5610-add-new-period.
    add 1 to ic-hist-sub
    if ch-period-total(ic-hist-sub) numeric
        add ch-period-total(ic-hist-sub) to ic-back-amount
    end-if.
5610-exit.
    exit.
*> ------------------------------------------------------------
*> 7000-LIST-FILE -- one line per file with both sides of the
*> proof.  a file with no money fields leaves the amounts
*> blank.
*> ------------------------------------------------------------
7000-list-file.
    move ic-old-file-name to ic-d-file
    move ic-in-count to ic-d-in
    move ic-back-count to ic-d-back
    move ic-in-id-total to ic-d-id-in
    move ic-back-id-total to ic-d-id-back
    if ic-has-amount
        move ic-in-amount to ic-d-amount-in
        move ic-back-amount to ic-d-amount-back
    else
        move spaces to ic-d-amounts
    end-if
    move ic-result to ic-d-result
    move ic-detail-line to conv-line
    write conv-line
    if ic-long-count > 0
        move ic-long-count to ic-l-count
        move ic-long-line to conv-line
        write conv-line
    end-if.
7000-exit.
    exit.
*> ------------------------------------------------------------
*> 7100-PRINT-TOTALS
*> ------------------------------------------------------------
7100-print-totals.
    move spaces to conv-line
    write conv-line
    move "files carried" to ic-c-label
    move ic-files-carried to ic-c-count
    move ic-count-line to conv-line
    write conv-line
    move "files that prove" to ic-c-label
    move ic-files-proved to ic-c-count
    move ic-count-line to conv-line
    write conv-line
    move "files that do not prove" to ic-c-label
    move ic-files-failed to ic-c-count
    move ic-count-line to conv-line
    write conv-line
    move "files not on disk" to ic-c-label
    move ic-files-missing to ic-c-count
    move ic-count-line to conv-line
    write conv-line
    move "records carried" to ic-c-label
    move ic-records-carried to ic-c-count
    move ic-count-line to conv-line
    write conv-line
    move spaces to conv-line
    write conv-line
    if ic-files-failed > 0
        move "NOT EVERY FILE PROVES - LEAVE THE LIVE FILES AS THEY ARE"
            to conv-line
    else
        move "EVERY FILE PROVES - RENAME EACH .NEW FILE OVER THE FILE IT WAS CARRIED FROM"
            to conv-line
    end-if
    write conv-line.
7100-exit.
    exit.
*> ------------------------------------------------------------
*> 8000-FILE-LISTING -- file IDCONV.LST in the dated report
*> archive (see RPTARCH).  a listing that cannot be filed is
*> still on disk; the run carries on.
*> ------------------------------------------------------------
8000-file-listing.
    call "RPTARCH" using ic-report-name, ic-run-date, ic-job-id,
        ic-filed-sw
    if ic-filed-sw not = "Y"
        display "warning - " ic-report-name
            " listing not filed in the report archive"
    end-if.
8000-exit.
    exit.
*> ------------------------------------------------------------
*> 8500-LOG-REBUILD -- a line on jobctl.dat under step 0, dated
*> the run, so NIGHTRUN can show each step's time before the
*> rebuilt outf.dat went in beside its time after.  a line that
*> cannot be written is warned about; the conversion stands.
*> ------------------------------------------------------------
8500-log-rebuild.
    open extend jobctl
    if ic-jobctl-not-found
        open output jobctl
    end-if
    if not ic-jobctl-ok
        display "warning - jobctl.dat status " ic-jobctl-status
            " - index rebuild not logged for NIGHTRUN"
        go to 8500-exit
    end-if
    move ic-run-date to jc-run-date
    move 0 to jc-step-number
    move "IDCONV" to jc-step-name
    accept jc-event-time from time
    set jc-index-rebuilt to true
    move 0 to jc-return-code
    move 0 to jc-elapsed
    write job-ctl-rec
    if not ic-jobctl-ok
        display "warning - jobctl.dat status " ic-jobctl-status
            " - index rebuild not logged for NIGHTRUN"
    end-if
    close jobctl.
8500-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-OLD-FILE-ERROR -- a read of the file being carried came
*> back with a file status none of the callers know how to
*> handle.  nothing live has been touched.
*> ------------------------------------------------------------
9000-old-file-error.
    display ic-old-file-name " file error - status "
        ic-old-status
    display "idconv terminating - the live files are as they were"
    move 8 to return-code
    stop run.
9000-exit.
    exit.
*> ------------------------------------------------------------
*> 9100-NEW-FILE-ERROR -- an open, write or read of a .NEW file
*> came back with a file status none of the callers know how to
*> handle.
*> ------------------------------------------------------------
9100-new-file-error.
    display ic-new-file-name " file error - status "
        ic-new-status
    display "idconv terminating - the live files are as they were"
    move 8 to return-code
    stop run.
9100-exit.
    exit.
