       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. custmrg.
AUTHOR. T. Bracken.
INSTALLATION. Accounts Receivable - Daily Charges.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*> ----------------------------------------------------------------
*> Modification history
*> ----------------------------------------------------------------
*>   Date        Init  Description
*>   ----------  ----  -----------------------------------------
*>   10/15/2026  TB    Original program.  Merges a duplicate
*>   10/15/2026  TB    customer id into the id that survives --
*>   10/15/2026  TB    the same customer set up once through
*>   10/15/2026  TB    CUSTMNT and again off the head-office feed
*>   10/15/2026  TB    (CUSTLOAD).  Supervisor only, through
*>   10/15/2026  TB    OPERCHK.  Moves the merged id's outf.dat
*>   10/15/2026  TB    records, its custhist.dat periods (added
*>   10/15/2026  TB    into the survivor's slot by slot), its
*>   10/15/2026  TB    dunlevel.dat level (the higher of the two
*>   10/15/2026  TB    stands), its stndchg.dat standing charges,
*>   10/15/2026  TB    its pending and approved refundq.dat
*>   10/15/2026  TB    requests, its waitlist.dat entries and its
*>   10/15/2026  TB    cashapp.dat ledger lines onto the survivor,
*>   10/15/2026  TB    with an audit.dat line for every record
*>   10/15/2026  TB    moved.  An outf.dat record whose key the
*>   10/15/2026  TB    survivor already has (both ids charged the
*>   10/15/2026  TB    same day and type) is not moved; it is
*>   10/15/2026  TB    left on the merged id and listed on
*>   10/15/2026  TB    custmrg.lst for a clerk to resolve.  The
*>   10/15/2026  TB    run proves the two balances before the
*>   10/15/2026  TB    merge equal the balances after it, then
*>   10/15/2026  TB    marks the merged master inactive with a
*>   10/15/2026  TB    pointer to the survivor (CM-MERGED-INTO).
*>   10/15/2026  TB    An outf.dat record dated in an accounting
*>   10/15/2026  TB    period closed through PERIODMNT is not
*>   10/15/2026  TB    moved either -- it stays on the merged id
*>   10/15/2026  TB    and is listed with the collisions.  The
*>   10/15/2026  TB    merge may be run again for an id already
*>   10/15/2026  TB    merged into the same survivor, to move
*>   10/15/2026  TB    what was left once the period is reopened
*>   10/15/2026  TB    or the collision is resolved.
*>   10/15/2026  TB    refundq.dat's layout follows REFUND's,
*>   10/15/2026  TB    which now carries the refund check number
*>   10/15/2026  TB    and its cancellation.
*>   10/15/2026  TB    The customer id is six digits now (see
*>   10/15/2026  TB    FDATREC.CPY) -- merge keys, CUSTMRG.WRK,
*>   10/15/2026  TB    the refund queue and the audit images
*>   10/15/2026  TB    widened to match.
*>   10/15/2026  TB    The outf.dat SELECT declares the entry-
*>   10/15/2026  TB    date and billed-status alternate keys (see
*>   10/15/2026  TB    FDATREC.CPY).  Status 02, a duplicate
*>   10/15/2026  TB    alternate value, counts as good on
*>   10/15/2026  TB    outf.dat.
*>   10/15/2026  TB    A record moved to the survivor keeps who
*>   10/15/2026  TB    posted it (FOPER-ID, see FDATREC.CPY).
*>   10/15/2026  TB    The audit images are 130 bytes.
*>   10/15/2026  TB    The merge also moves the merged id's
*>   10/15/2026  TB    payplan.dat plan (left and listed when the
*>   10/15/2026  TB    survivor has a plan of its own), its
*>   10/15/2026  TB    collnote.dat notes and promises, and its
*>   10/15/2026  TB    pending and approved wrtoffq.dat
*>   10/15/2026  TB    proposals, with an audit.dat line for
*>   10/15/2026  TB    each.  A write-off on the merged id's
*>   10/15/2026  TB    master stays there and is listed on
*>   10/15/2026  TB    CUSTMRG.LST for a supervisor.  The second
*>   10/15/2026  TB    custhist.dat audit line starts at byte
*>   10/15/2026  TB    131, after the 130-byte first image.
*> ----------------------------------------------------------------
environment division.
input-output section.
file-control.
    select custmast assign to "CUSTMAST.DAT"
        organization is indexed
        access mode is dynamic
        record key is cm-fidnum
        file status is mg-custmast-status.
    select outf assign to "OUTF.DAT"
        organization is indexed
        access mode is dynamic
        record key is fkey
        alternate record key is fentry-date with duplicates
        alternate record key is fbill-status with duplicates
        lock mode is exclusive
        file status is mg-outf-status.
    select custhist assign to "CUSTHIST.DAT"
        organization is line sequential
        access is sequential
        file status is mg-custhist-status.
    select dunlevel assign to "DUNLEVEL.DAT"
        organization is line sequential
        access is sequential
        file status is mg-dunlevel-status.
    select stndf assign to "STNDCHG.DAT"
        organization is line sequential
        access is sequential
        file status is mg-stndf-status.
    select refundq assign to "REFUNDQ.DAT"
        organization is line sequential
        access is sequential
        file status is mg-refundq-status.
    select waitf assign to "WAITLIST.DAT"
        organization is line sequential
        access is sequential
        file status is mg-waitf-status.
    select cashapp assign to "CASHAPP.DAT"
        organization is line sequential
        access is sequential
        file status is mg-cashapp-status.
    select payplan assign to "PAYPLAN.DAT"
        organization is indexed
        access mode is dynamic
        record key is pp-fidnum
        file status is mg-payplan-status.
    select collnote assign to "COLLNOTE.DAT"
        organization is indexed
        access mode is dynamic
        record key is cn-key
        file status is mg-collnote-status.
    select wrtoffq assign to "WRTOFFQ.DAT"
        organization is line sequential
        access is sequential
        file status is mg-wrtoffq-status.
    select mergewk assign to "CUSTMRG.WRK"
        organization is line sequential
        access is sequential
        file status is mg-mergewk-status.
    select auditf assign to "AUDIT.DAT"
        organization is line sequential
        access is sequential
        file status is mg-auditf-status.
    select lstout assign to "CUSTMRG.LST"
        organization is line sequential
        file status is mg-lstout-status.
data division.
file section.
fd custmast.
    copy CUSTMAST.
fd outf.
    copy FDATREC.
fd custhist.
    copy CUSTHIST.
fd dunlevel.
    copy DUNLEVEL.
fd stndf.
    copy STNDCHG.
*> ------------------------------------------------------------
*> refundq -- REFUND's queue, one line per refund request.
*> status P pending, A approved, D denied, C posted, V check
*> voided, U check uncashed after 90 days.
*> ------------------------------------------------------------
fd refundq.
01 refund-rec.
   02 rq-fidnum pic 9(06).
   02 rq-name pic x(30).
   02 rq-amount pic s9(07)v99.
   02 rq-request-date pic 9(08).
   02 rq-status pic x(01).
      88 rq-pending value "P".
      88 rq-approved value "A".
      88 rq-denied value "D".
      88 rq-posted value "C".
      88 rq-voided value "V".
      88 rq-uncashed value "U".
   02 rq-operator pic x(08).
   02 rq-decision-date pic 9(08).
   02 rq-check-number pic 9(07).
   02 rq-check-account pic x(12).
   02 rq-issue-date pic 9(08).
   02 rq-cancel-date pic 9(08).
   02 rq-cancel-by pic x(08).
fd waitf.
    copy WAITREC.
fd cashapp.
    copy CASHAPP.
fd payplan.
    copy PAYPLAN.
fd collnote.
    copy COLLNOTE.
*> ------------------------------------------------------------
*> wrtoffq -- WRITEOFF's queue, one line per proposed write-off.
*> status P pending, A approved, D denied, C posted, V voided.
*> ------------------------------------------------------------
fd wrtoffq.
01 writeoff-rec.
   02 wq-fidnum pic 9(06).
   02 wq-name pic x(30).
   02 wq-over-90 pic s9(07)v99.
   02 wq-balance pic s9(07)v99.
   02 wq-amount pic s9(07)v99.
   02 wq-request-date pic 9(08).
   02 wq-status pic x(01).
      88 wq-pending value "P".
      88 wq-approved value "A".
      88 wq-denied value "D".
      88 wq-posted value "C".
      88 wq-voided value "V".
   02 wq-operator pic x(08).
   02 wq-decision-date pic 9(08).
*> ------------------------------------------------------------
*> mergewk -- scratch copy of whichever line-sequential file is
*> being re-pointed.  each file is copied through here with the
*> merged id changed, then copied back over itself.
*> ------------------------------------------------------------
fd mergewk.
01 wk-line pic x(240).
fd auditf.
    copy AUDITREC.
fd lstout.
01 lst-line pic x(100).
working-storage section.
*> ------------------------------------------------------------
*> file-status and switch work fields
*> ------------------------------------------------------------
01 mg-custmast-status pic x(02) value "00".
   88 mg-custmast-ok value "00".
   88 mg-custmast-not-found value "35".
   88 mg-custmast-key-not-found
                               value "23".
01 mg-outf-status pic x(02) value "00".
   88 mg-outf-ok value "00" "02".
   88 mg-outf-not-found value "35".
   88 mg-outf-key-not-found value "23".
   88 mg-outf-locked value "61".
01 mg-custhist-status pic x(02) value "00".
   88 mg-custhist-ok value "00".
   88 mg-custhist-not-found value "35".
01 mg-dunlevel-status pic x(02) value "00".
   88 mg-dunlevel-ok value "00".
   88 mg-dunlevel-not-found value "35".
01 mg-stndf-status pic x(02) value "00".
   88 mg-stndf-ok value "00".
   88 mg-stndf-not-found value "35".
01 mg-refundq-status pic x(02) value "00".
   88 mg-refundq-ok value "00".
   88 mg-refundq-not-found value "35".
01 mg-waitf-status pic x(02) value "00".
   88 mg-waitf-ok value "00".
   88 mg-waitf-not-found value "35".
01 mg-cashapp-status pic x(02) value "00".
   88 mg-cashapp-ok value "00".
   88 mg-cashapp-not-found value "35".
01 mg-payplan-status pic x(02) value "00".
   88 mg-payplan-ok value "00".
   88 mg-payplan-not-found value "35".
   88 mg-payplan-key-not-found value "23".
01 mg-collnote-status pic x(02) value "00".
   88 mg-collnote-ok value "00".
   88 mg-collnote-not-found value "35".
   88 mg-collnote-key-not-found value "23".
01 mg-wrtoffq-status pic x(02) value "00".
   88 mg-wrtoffq-ok value "00".
   88 mg-wrtoffq-not-found value "35".
01 mg-mergewk-status pic x(02) value "00".
   88 mg-mergewk-ok value "00".
01 mg-auditf-status pic x(02) value "00".
   88 mg-auditf-ok value "00".
01 mg-lstout-status pic x(02) value "00".
01 mg-switches.
   02 mg-eof-sw pic x value "N".
      88 mg-eof value "Y".
   02 mg-hold-found-sw pic x value "N".
      88 mg-hold-found value "Y".
   02 mg-survivor-seen-sw pic x value "N".
      88 mg-survivor-seen value "Y".
   02 mg-collided-sw pic x value "N".
      88 mg-collided value "Y".
   02 mg-rerun-sw pic x value "N".
      88 mg-rerun value "Y".
*> ------------------------------------------------------------
*> sign-on work fields for the OPERCHK call -- a merge moves
*> money between customers, so only a supervisor runs it.
*> ------------------------------------------------------------
01 mg-level-needed pic 9(01) value 2.
01 mg-operator-id pic x(08) value spaces.
01 mg-check-result pic x(01) value "N".
01 mg-reply pic x(01) value space.
*> ------------------------------------------------------------
*> the two ids.  the merged id is the duplicate being retired;
*> the survivor is the one everything moves onto.
*> ------------------------------------------------------------
01 mg-run-date pic 9(08) value 0.
01 mg-open-date pic 9(08) value 0.
01 mg-closed-count pic 9(04) comp value 0.
01 mg-survivor-id pic 9(06) value 0.
01 mg-merged-id pic 9(06) value 0.
01 mg-survivor-name pic x(30) value spaces.
01 mg-merged-name pic x(30) value spaces.
01 mg-audit-reason pic x(30) value spaces.
01 mg-audit-before pic x(130) value spaces.
*> ------------------------------------------------------------
*> the merged id's outf.dat keys, gathered before any record is
*> moved -- moving one disturbs the sequential position.
*> ------------------------------------------------------------
01 mg-key-count pic 9(04) comp value 0.
01 mg-key-sub pic 9(04) comp value 0.
01 mg-key-table.
   02 mg-key-entry occurs 500 times.
      03 mg-k-entry-date pic 9(08).
      03 mg-k-tran-type pic x(01).
*> ------------------------------------------------------------
*> keys left behind on the merged id because the survivor
*> already had them, or because they are dated in a closed
*> accounting period.  their cashapp.dat lines stay put too.
*> ------------------------------------------------------------
01 mg-coll-count pic 9(04) comp value 0.
01 mg-coll-sub pic 9(04) comp value 0.
01 mg-coll-table.
   02 mg-coll-entry occurs 500 times.
      03 mg-x-entry-date pic 9(08).
      03 mg-x-tran-type pic x(01).
*> ------------------------------------------------------------
*> the merged id's record on the sorted per-customer files,
*> held while the file is copied so it can be folded into the
*> survivor's record or slotted in at the survivor's place.
*> ------------------------------------------------------------
01 mg-hold-hist.
   02 mh-fidnum pic 9(06).
   02 mh-period occurs 12 times.
      03 mh-period-date pic 9(08).
      03 mh-period-total pic s9(09)v99.
01 mg-hold-dun.
   02 md-fidnum pic 9(06).
   02 md-level pic 9(01).
   02 md-sent-date pic 9(08).
*> ------------------------------------------------------------
*> the merged id's collnote.dat keys, gathered the same way as
*> its outf.dat keys before any note is moved.
*> ------------------------------------------------------------
01 mg-note-count pic 9(04) comp value 0.
01 mg-note-sub pic 9(04) comp value 0.
01 mg-note-table.
   02 mg-note-entry occurs 500 times.
      03 mg-n-note-date pic 9(08).
      03 mg-n-note-time pic 9(08).
01 mg-hist-sub pic 9(02) comp value 0.
01 mg-image-work pic x(240) value spaces.
*> ------------------------------------------------------------
*> balance proof figures -- record count and net balance for
*> each id, before and after.
*> ------------------------------------------------------------
01 mg-scan-fidnum pic 9(06) value 0.
01 mg-scan-count pic 9(06) comp value 0.
01 mg-scan-net pic s9(09)v99 value 0.
01 mg-surv-before-count pic 9(06) comp value 0.
01 mg-surv-before-net pic s9(09)v99 value 0.
01 mg-merged-before-count pic 9(06) comp value 0.
01 mg-merged-before-net pic s9(09)v99 value 0.
01 mg-surv-after-count pic 9(06) comp value 0.
01 mg-surv-after-net pic s9(09)v99 value 0.
01 mg-merged-after-count pic 9(06) comp value 0.
01 mg-merged-after-net pic s9(09)v99 value 0.
01 mg-total-before-count pic 9(06) comp value 0.
01 mg-total-before-net pic s9(09)v99 value 0.
01 mg-total-after-count pic 9(06) comp value 0.
01 mg-total-after-net pic s9(09)v99 value 0.
*> ------------------------------------------------------------
*> moved counts, one per file
*> ------------------------------------------------------------
01 mg-outf-moved pic 9(06) comp value 0.
01 mg-hist-moved pic 9(06) comp value 0.
01 mg-dun-moved pic 9(06) comp value 0.
01 mg-stnd-moved pic 9(06) comp value 0.
01 mg-rfnd-moved pic 9(06) comp value 0.
01 mg-wait-moved pic 9(06) comp value 0.
01 mg-app-moved pic 9(06) comp value 0.
01 mg-plan-moved pic 9(06) comp value 0.
01 mg-plan-left pic 9(06) comp value 0.
01 mg-note-moved pic 9(06) comp value 0.
01 mg-note-left pic 9(06) comp value 0.
01 mg-woq-moved pic 9(06) comp value 0.
01 mg-woff-left pic 9(06) comp value 0.
*> ------------------------------------------------------------
*> listing lines
*> ------------------------------------------------------------
01 mg-heading-1.
   02 filler pic x(30) value "CUSTOMER MERGE - RUN OF ".
   02 mg-h-date pic 9(08).
   02 filler pic x(12) value "  OPERATOR ".
   02 mg-h-operator pic x(08).
01 mg-ids-line.
   02 filler pic x(10) value "  MERGED  ".
   02 mg-i-merged-id pic 9(06).
   02 filler pic x(01) value space.
   02 mg-i-merged-name pic x(30).
   02 filler pic x(08) value "  INTO  ".
   02 mg-i-survivor-id pic 9(06).
   02 filler pic x(01) value space.
   02 mg-i-survivor-name pic x(30).
01 mg-coll-heading.
   02 filler pic x(64) value
      "OUTF.DAT RECORDS LEFT ON THE MERGED ID - RESOLVE BY HAND".
01 mg-coll-heading-2.
   02 filler pic x(70) value
      "  DATE     T   MERGED ID AMOUNT  SURVIVOR AMOUNT  REASON".
01 mg-coll-line.
   02 filler pic x(02) value spaces.
   02 mg-c-date pic 9(08).
   02 filler pic x(01) value space.
   02 mg-c-type pic x(01).
   02 filler pic x(02) value spaces.
   02 mg-c-merged-amount pic $$,$$$,$$9.99-.
   02 filler pic x(03) value spaces.
   02 mg-c-survivor-amount pic $$,$$$,$$9.99-.
   02 filler pic x(02) value spaces.
   02 mg-c-reason pic x(14).
01 mg-plan-line.
   02 filler pic x(39) value
      "  PAYPLAN.DAT PLAN LEFT ON MERGED ID   ".
   02 filler pic x(07) value "STATUS ".
   02 mg-pl-status pic x(01).
   02 filler pic x(09) value "  AGREED ".
   02 mg-pl-balance pic $,$$$,$$9.99.
   02 filler pic x(24) value "  SURVIVOR HAS ITS OWN".
01 mg-woff-line.
   02 filler pic x(30) value
      "  WRITE-OFF LEFT ON MERGED ID ".
   02 mg-wo-date pic 9(08).
   02 filler pic x(09) value "  AMOUNT ".
   02 mg-wo-amount pic $,$$$,$$9.99.
   02 filler pic x(12) value "  RECOVERED ".
   02 mg-wo-recovered pic $,$$$,$$9.99.
   02 filler pic x(24) value "  FOR A SUPERVISOR".
01 mg-note-line.
   02 filler pic x(39) value
      "  COLLNOTE.DAT NOTE LEFT ON MERGED ID  ".
   02 mg-nl-date pic 9(08).
   02 filler pic x(01) value space.
   02 mg-nl-time pic 9(08).
   02 filler pic x(36) value
      "  SURVIVOR HAS A NOTE AT THAT TIME".
01 mg-count-line.
   02 filler pic x(02) value spaces.
   02 mg-n-label pic x(32).
   02 mg-n-count pic zzz,zz9.
01 mg-proof-line.
   02 filler pic x(02) value spaces.
   02 mg-p-label pic x(32).
   02 mg-p-count pic zzz,zz9.
   02 filler pic x(09) value " records ".
   02 mg-p-amount pic $$,$$$,$$$,$$9.99-.
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE -- sign on, name the two ids, confirm, then
*> move everything and prove it.
*> ------------------------------------------------------------
0000-mainline.
    accept mg-run-date from date yyyymmdd
    call "OPERCHK" using mg-level-needed, mg-operator-id,
        mg-check-result
    if mg-check-result not = "Y"
        display "customer merge refused - supervisor only"
        stop run
    end-if
    open i-o custmast
    if mg-custmast-not-found
        display "custmast.dat not found - nothing to merge"
        stop run
    end-if
    if not mg-custmast-ok
        perform 9100-custmast-error thru 9100-exit
    end-if
    perform 1000-name-the-ids thru 1000-exit
    open i-o outf
    if mg-outf-locked
        display "outf.dat is in use by another user - "
            "try again later"
        close custmast
        stop run
    end-if
    if mg-outf-not-found
        open output outf
        close outf
        open i-o outf
    end-if
    if not mg-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    string "MERGED INTO " delimited by size
        mg-survivor-id delimited by size
        into mg-audit-reason
    end-string
    open extend auditf
    if not mg-auditf-ok
        display "warning - audit.dat file error - status "
            mg-auditf-status
        display "audit trail may be incomplete"
    end-if
    open output lstout
    move mg-run-date to mg-h-date
    move mg-operator-id to mg-h-operator
    move mg-heading-1 to lst-line
    write lst-line
    move mg-merged-id to mg-i-merged-id
    move mg-merged-name to mg-i-merged-name
    move mg-survivor-id to mg-i-survivor-id
    move mg-survivor-name to mg-i-survivor-name
    move mg-ids-line to lst-line
    write lst-line
    perform 1500-balance-before thru 1500-exit
    perform 2000-move-outf-records thru 2000-exit
    perform 3000-fold-custhist thru 3000-exit
    perform 3200-fold-dunlevel thru 3200-exit
    perform 3400-repoint-stndchg thru 3400-exit
    perform 3500-repoint-refundq thru 3500-exit
    perform 3600-repoint-waitlist thru 3600-exit
    perform 3700-repoint-cashapp thru 3700-exit
    perform 3800-repoint-payplan thru 3800-exit
    perform 3850-repoint-collnote thru 3850-exit
    perform 3900-repoint-wrtoffq thru 3900-exit
    perform 3950-list-writeoff thru 3950-exit
    perform 4000-list-moved-counts thru 4000-exit
    perform 5000-prove-balances thru 5000-exit
    perform 6000-retire-merged-master thru 6000-exit
    close lstout
    close auditf
    close outf
    if not mg-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    close custmast
    display "customer " mg-merged-id " merged into "
        mg-survivor-id
    display "  outf.dat records moved  : " mg-outf-moved
    display "  records left on merged  : " mg-coll-count
    display "    of them closed-period : " mg-closed-count
    if mg-plan-left > 0
        display "  payment plan left on merged id - survivor has "
            "its own, see CUSTMRG.LST"
    end-if
    if mg-woff-left > 0
        display "  write-off left on merged id for a supervisor, "
            "see CUSTMRG.LST"
    end-if
    display "merge listing on CUSTMRG.LST"
    stop run.
*> ------------------------------------------------------------
*> 1000-NAME-THE-IDS -- both ids must be on the master and
*> different; the survivor must be active and not itself merged
*> away; the merged id must not have been merged already, bar
*> into this same survivor (a rerun to finish the merge).  the
*> supervisor sees both names and confirms before anything moves.
*> ------------------------------------------------------------
1000-name-the-ids.
    display "enter the SURVIVING customer id: "
        with no advancing
    accept mg-survivor-id
    display "enter the DUPLICATE id to merge into it: "
        with no advancing
    accept mg-merged-id
    if mg-survivor-id = mg-merged-id
        display "the two ids are the same - nothing merged"
        close custmast
        stop run
    end-if
    move mg-survivor-id to cm-fidnum
    read custmast
        invalid key
            display "customer " mg-survivor-id
                " not on the master - nothing merged"
            close custmast
            stop run
    end-read
    if not mg-custmast-ok
        perform 9100-custmast-error thru 9100-exit
    end-if
    if cm-inactive
        display "customer " mg-survivor-id " is inactive - "
            "the survivor must be active, nothing merged"
        close custmast
        stop run
    end-if
    move cm-cname to mg-survivor-name
    move mg-merged-id to cm-fidnum
    read custmast
        invalid key
            display "customer " mg-merged-id
                " not on the master - nothing merged"
            close custmast
            stop run
    end-read
    if not mg-custmast-ok
        perform 9100-custmast-error thru 9100-exit
    end-if
    if cm-merged-into numeric and cm-merged-into > 0
        if cm-merged-into not = mg-survivor-id
            display "customer " mg-merged-id " was already merged "
                "into " cm-merged-into " - nothing merged"
            close custmast
            stop run
        end-if
        set mg-rerun to true
        display "customer " mg-merged-id " was merged into "
            mg-survivor-id " before - moving what was left"
    end-if
    move cm-cname to mg-merged-name
    display "merge " mg-merged-id " " mg-merged-name
    display " into " mg-survivor-id " " mg-survivor-name
    display "everything on file moves and " mg-merged-id
        " is marked inactive - proceed (Y/N)? "
        with no advancing
    accept mg-reply
    if mg-reply not = "Y" and mg-reply not = "y"
        display "merge cancelled - nothing changed"
        close custmast
        stop run
    end-if.
1000-exit.
    exit.
*> ------------------------------------------------------------
*> 1500-BALANCE-BEFORE -- record count and net balance on
*> outf.dat for each id before anything moves.
*> ------------------------------------------------------------
1500-balance-before.
    move mg-survivor-id to mg-scan-fidnum
    perform 1600-scan-balance thru 1600-exit
    move mg-scan-count to mg-surv-before-count
    move mg-scan-net to mg-surv-before-net
    move mg-merged-id to mg-scan-fidnum
    perform 1600-scan-balance thru 1600-exit
    move mg-scan-count to mg-merged-before-count
    move mg-scan-net to mg-merged-before-net.
1500-exit.
    exit.
*> ------------------------------------------------------------
*> 1600-SCAN-BALANCE -- one START on the customer's first key
*> and a read forward until the id changes, netting each record
*> by its type the way every balance in the system is netted.
*> ------------------------------------------------------------
1600-scan-balance.
    move 0 to mg-scan-count
    move 0 to mg-scan-net
    move mg-scan-fidnum to fidnum
    move 0 to fentry-date
    move low-values to ftran-type
    move "N" to mg-eof-sw
    start outf key is not < fkey
        invalid key
            go to 1600-exit
    end-start
    if not mg-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    perform 1610-scan-one-record thru 1610-exit
        until mg-eof.
1600-exit.
    exit.
1610-scan-one-record.
    read outf next record
        at end
            set mg-eof to true
            go to 1610-exit
    end-read
    if not mg-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    if fidnum not = mg-scan-fidnum
        set mg-eof to true
        go to 1610-exit
    end-if
    add 1 to mg-scan-count
    if ftran-debit
        add ftotal to mg-scan-net
    else
        subtract ftotal from mg-scan-net
    end-if.
1610-exit.
    exit.
*> ------------------------------------------------------------
*> 2000-MOVE-OUTF-RECORDS -- gather the merged id's keys, then
*> move each record: re-keyed onto the survivor (standing the
*> survivor's name) and the old record deleted.  a key the
*> survivor already has is a collision -- listed, left alone.
*> ------------------------------------------------------------
2000-move-outf-records.
    move 0 to mg-key-count
    move mg-merged-id to fidnum
    move 0 to fentry-date
    move low-values to ftran-type
    move "N" to mg-eof-sw
    start outf key is not < fkey
        invalid key
            set mg-eof to true
    end-start
    if not mg-outf-ok and not mg-outf-key-not-found
        perform 9000-outf-error thru 9000-exit
    end-if
    perform 2100-gather-one-key thru 2100-exit
        until mg-eof
    move spaces to lst-line
    write lst-line
    move mg-coll-heading to lst-line
    write lst-line
    move mg-coll-heading-2 to lst-line
    write lst-line
    move 0 to mg-key-sub
    perform 2200-move-one-record thru 2200-exit
        until mg-key-sub not < mg-key-count
    if mg-coll-count = 0
        move "  (none)" to lst-line
        write lst-line
    end-if.
2000-exit.
    exit.
2100-gather-one-key.
    read outf next record
        at end
            set mg-eof to true
            go to 2100-exit
    end-read
    if not mg-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    if fidnum not = mg-merged-id
        set mg-eof to true
        go to 2100-exit
    end-if
    if mg-key-count not < 500
        display "more than 500 records for customer "
            mg-merged-id " - raise mg-key-table's size "
            "before continuing"
        stop run
    end-if
    add 1 to mg-key-count
    move fentry-date to mg-k-entry-date(mg-key-count)
    move ftran-type to mg-k-tran-type(mg-key-count).
2100-exit.
    exit.
2200-move-one-record.
    add 1 to mg-key-sub
    move mg-survivor-id to fidnum
    move mg-k-entry-date(mg-key-sub) to fentry-date
    move mg-k-tran-type(mg-key-sub) to ftran-type
    read outf
        invalid key
            move "N" to mg-collided-sw
        not invalid key
            set mg-collided to true
    end-read
    if not mg-outf-ok and not mg-outf-key-not-found
        perform 9000-outf-error thru 9000-exit
    end-if
    if mg-collided
        perform 2300-list-collision thru 2300-exit
        go to 2200-exit
    end-if
    call "PERIODCK" using mg-k-entry-date(mg-key-sub),
        mg-open-date
    if mg-open-date not = mg-k-entry-date(mg-key-sub)
        perform 2400-list-closed-period thru 2400-exit
        go to 2200-exit
    end-if
    move mg-merged-id to fidnum
    move mg-k-entry-date(mg-key-sub) to fentry-date
    move mg-k-tran-type(mg-key-sub) to ftran-type
    read outf
        invalid key
            display "record vanished under the run - customer "
                mg-merged-id " date "
                mg-k-entry-date(mg-key-sub)
            perform 9000-outf-error thru 9000-exit
    end-read
    move spaces to mg-audit-before
    move fdat to mg-audit-before
    delete outf record
        invalid key
            display "delete failed for customer " mg-merged-id
            perform 9000-outf-error thru 9000-exit
    end-delete
    move mg-survivor-id to fidnum
    move mg-survivor-name to fcname
    write fdat
        invalid key
            display "write failed for customer " mg-survivor-id
                " date " fentry-date
            perform 9000-outf-error thru 9000-exit
    end-write
    add 1 to mg-outf-moved
    move "OUTF" to ad-file-name
    move mg-merged-id to ad-fidnum
    move fentry-date to ad-key-date
    move ftran-type to ad-key-type
    move mg-audit-before to ad-before-image
    move spaces to ad-after-image
    move fdat to ad-after-image
    perform 8000-write-audit thru 8000-exit.
2200-exit.
    exit.
*> ------------------------------------------------------------
*> 2300-LIST-COLLISION -- the survivor's record is in the buffer;
*> read the merged id's alongside it for the listing.
*> ------------------------------------------------------------
2300-list-collision.
    if mg-coll-count not < 500
        display "more than 500 key collisions - raise "
            "mg-coll-table's size before continuing"
        stop run
    end-if
    add 1 to mg-coll-count
    move fentry-date to mg-x-entry-date(mg-coll-count)
    move ftran-type to mg-x-tran-type(mg-coll-count)
    move fentry-date to mg-c-date
    move ftran-type to mg-c-type
    move ftotal to mg-c-survivor-amount
    move mg-merged-id to fidnum
    read outf
        invalid key
            move 0 to ftotal
    end-read
    if not mg-outf-ok and not mg-outf-key-not-found
        perform 9000-outf-error thru 9000-exit
    end-if
    move ftotal to mg-c-merged-amount
    move "KEY COLLISION" to mg-c-reason
    move mg-coll-line to lst-line
    write lst-line.
2300-exit.
    exit.
*> ------------------------------------------------------------
*> 2400-LIST-CLOSED-PERIOD -- the record is dated in a closed
*> accounting period, so the statements already sent for it
*> stand as they are.  it stays on the merged id with the
*> collisions until the period is reopened.
*> ------------------------------------------------------------
2400-list-closed-period.
    if mg-coll-count not < 500
        display "more than 500 key collisions - raise "
            "mg-coll-table's size before continuing"
        stop run
    end-if
    add 1 to mg-coll-count
    add 1 to mg-closed-count
    move mg-k-entry-date(mg-key-sub)
        to mg-x-entry-date(mg-coll-count)
    move mg-k-tran-type(mg-key-sub)
        to mg-x-tran-type(mg-coll-count)
    move mg-merged-id to fidnum
    move mg-k-entry-date(mg-key-sub) to fentry-date
    move mg-k-tran-type(mg-key-sub) to ftran-type
    read outf
        invalid key
            move 0 to ftotal
    end-read
    if not mg-outf-ok and not mg-outf-key-not-found
        perform 9000-outf-error thru 9000-exit
    end-if
    move mg-k-entry-date(mg-key-sub) to mg-c-date
    move mg-k-tran-type(mg-key-sub) to mg-c-type
    move ftotal to mg-c-merged-amount
    move 0 to mg-c-survivor-amount
    move "CLOSED PERIOD" to mg-c-reason
    move mg-coll-line to lst-line
    write lst-line.
2400-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-FOLD-CUSTHIST -- custhist.dat is in id order and holds
*> one record per customer.  pass 1 finds the merged id's
*> record; pass 2 copies the file to the work file, adding its
*> periods into the survivor's slot by slot (or writing it
*> under the survivor's id in the survivor's place, if the
*> survivor has no history yet) and dropping it; the work file
*> is then copied back.
*> ------------------------------------------------------------
3000-fold-custhist.
    move "N" to mg-hold-found-sw
    open input custhist
    if mg-custhist-not-found
        go to 3000-exit
    end-if
    if not mg-custhist-ok
        perform 9200-custhist-error thru 9200-exit
    end-if
    move "N" to mg-eof-sw
    perform 3010-find-merged-hist thru 3010-exit
        until mg-eof
    close custhist
    if not mg-hold-found
        go to 3000-exit
    end-if
    open input custhist
    open output mergewk
    move "N" to mg-survivor-seen-sw
    move "N" to mg-eof-sw
    perform 3020-copy-one-hist thru 3020-exit
        until mg-eof
    if not mg-survivor-seen
        perform 3040-write-held-hist thru 3040-exit
    end-if
    close custhist
    close mergewk
    open input mergewk
    open output custhist
    if not mg-custhist-ok
        perform 9200-custhist-error thru 9200-exit
    end-if
    move "N" to mg-eof-sw
    perform 3050-copy-back-one-hist thru 3050-exit
        until mg-eof
    close mergewk
    close custhist.
3000-exit.
    exit.
3010-find-merged-hist.
    read custhist
        at end
            set mg-eof to true
            go to 3010-exit
    end-read
    if ch-fidnum = mg-merged-id
        move cust-hist-rec to mg-hold-hist
        set mg-hold-found to true
        set mg-eof to true
    end-if.
3010-exit.
    exit.
3020-copy-one-hist.
    read custhist
        at end
            set mg-eof to true
            go to 3020-exit
    end-read
    if not mg-custhist-ok
        perform 9200-custhist-error thru 9200-exit
    end-if
    if ch-fidnum = mg-merged-id
        go to 3020-exit
    end-if
    if ch-fidnum > mg-survivor-id and not mg-survivor-seen
        perform 3040-write-held-hist thru 3040-exit
    end-if
    if ch-fidnum = mg-survivor-id
        set mg-survivor-seen to true
        move 0 to mg-hist-sub
        perform 3030-fold-one-period thru 3030-exit
            until mg-hist-sub not < 12
        perform 3060-audit-hist thru 3060-exit
    end-if
    write wk-line from cust-hist-rec
    if not mg-mergewk-ok
        perform 9300-mergewk-error thru 9300-exit
    end-if.
3020-exit.
    exit.
3030-fold-one-period.
    add 1 to mg-hist-sub
    if ch-period-date(mg-hist-sub) = 0
        move mh-period-date(mg-hist-sub)
            to ch-period-date(mg-hist-sub)
    end-if
    add mh-period-total(mg-hist-sub)
        to ch-period-total(mg-hist-sub).
3030-exit.
    exit.
*> ------------------------------------------------------------
*> 3040-WRITE-HELD-HIST -- the survivor has no history of its
*> own: the merged id's record goes in at the survivor's place
*> in id order, under the survivor's id.  the current record is
*> saved round the write and put back.
*> ------------------------------------------------------------
3040-write-held-hist.
    set mg-survivor-seen to true
    move spaces to mg-image-work
    move cust-hist-rec to mg-image-work
    move mg-hold-hist to cust-hist-rec
    move mg-survivor-id to ch-fidnum
    write wk-line from cust-hist-rec
    if not mg-mergewk-ok
        perform 9300-mergewk-error thru 9300-exit
    end-if
    perform 3060-audit-hist thru 3060-exit
    move mg-image-work to cust-hist-rec.
3040-exit.
    exit.
3050-copy-back-one-hist.
    read mergewk
        at end
            set mg-eof to true
            go to 3050-exit
    end-read
    move wk-line to cust-hist-rec
    write cust-hist-rec
    if not mg-custhist-ok
        perform 9200-custhist-error thru 9200-exit
    end-if.
3050-exit.
    exit.
*> ------------------------------------------------------------
*> 3060-AUDIT-HIST -- a history record is longer than one audit
*> image, so it goes on as two lines (key type "1" and "2"), the
*> way ADDRMNT audits an address.  the before image is the
*> merged id's record, the after image the survivor's as it now
*> stands.
*> ------------------------------------------------------------
3060-audit-hist.
    add 1 to mg-hist-moved
    move "CUSTHIST" to ad-file-name
    move mg-merged-id to ad-fidnum
    move 0 to ad-key-date
    move "1" to ad-key-type
    move mg-hold-hist(1:130) to ad-before-image
    move cust-hist-rec(1:130) to ad-after-image
    perform 8000-write-audit thru 8000-exit
    move "2" to ad-key-type
    move spaces to ad-before-image
    move mg-hold-hist(131:) to ad-before-image
    move spaces to ad-after-image
    move cust-hist-rec(131:) to ad-after-image
    perform 8000-write-audit thru 8000-exit.
3060-exit.
    exit.
*> ------------------------------------------------------------
*> 3200-FOLD-DUNLEVEL -- dunlevel.dat is in id order with one
*> record per customer, the same shape of job as custhist.  the
*> higher of the two notice levels stands, with its sent date.
*> ------------------------------------------------------------
3200-fold-dunlevel.
    move "N" to mg-hold-found-sw
    open input dunlevel
    if mg-dunlevel-not-found
        go to 3200-exit
    end-if
    if not mg-dunlevel-ok
        perform 9400-dunlevel-error thru 9400-exit
    end-if
    move "N" to mg-eof-sw
    perform 3210-find-merged-dun thru 3210-exit
        until mg-eof
    close dunlevel
    if not mg-hold-found
        go to 3200-exit
    end-if
    open input dunlevel
    open output mergewk
    move "N" to mg-survivor-seen-sw
    move "N" to mg-eof-sw
    perform 3220-copy-one-dun thru 3220-exit
        until mg-eof
    if not mg-survivor-seen
        perform 3240-write-held-dun thru 3240-exit
    end-if
    close dunlevel
    close mergewk
    open input mergewk
    open output dunlevel
    if not mg-dunlevel-ok
        perform 9400-dunlevel-error thru 9400-exit
    end-if
    move "N" to mg-eof-sw
    perform 3250-copy-back-one-dun thru 3250-exit
        until mg-eof
    close mergewk
    close dunlevel.
3200-exit.
    exit.
3210-find-merged-dun.
    read dunlevel
        at end
            set mg-eof to true
            go to 3210-exit
    end-read
    if dl-fidnum = mg-merged-id
        move dun-level-rec to mg-hold-dun
        set mg-hold-found to true
        set mg-eof to true
    end-if.
3210-exit.
    exit.
3220-copy-one-dun.
    read dunlevel
        at end
            set mg-eof to true
            go to 3220-exit
    end-read
    if not mg-dunlevel-ok
        perform 9400-dunlevel-error thru 9400-exit
    end-if
    if dl-fidnum = mg-merged-id
        go to 3220-exit
    end-if
    if dl-fidnum > mg-survivor-id and not mg-survivor-seen
        perform 3240-write-held-dun thru 3240-exit
    end-if
    if dl-fidnum = mg-survivor-id
        set mg-survivor-seen to true
        if md-level > dl-level
            move md-level to dl-level
            move md-sent-date to dl-sent-date
        end-if
        perform 3260-audit-dun thru 3260-exit
    end-if
    write wk-line from dun-level-rec
    if not mg-mergewk-ok
        perform 9300-mergewk-error thru 9300-exit
    end-if.
3220-exit.
    exit.
3240-write-held-dun.
    set mg-survivor-seen to true
    move spaces to mg-image-work
    move dun-level-rec to mg-image-work
    move mg-hold-dun to dun-level-rec
    move mg-survivor-id to dl-fidnum
    write wk-line from dun-level-rec
    if not mg-mergewk-ok
        perform 9300-mergewk-error thru 9300-exit
    end-if
    perform 3260-audit-dun thru 3260-exit
    move mg-image-work to dun-level-rec.
3240-exit.
    exit.
3250-copy-back-one-dun.
    read mergewk
        at end
            set mg-eof to true
            go to 3250-exit
    end-read
    move wk-line to dun-level-rec
    write dun-level-rec
    if not mg-dunlevel-ok
        perform 9400-dunlevel-error thru 9400-exit
    end-if.
3250-exit.
    exit.
3260-audit-dun.
    add 1 to mg-dun-moved
    move "DUNLEVEL" to ad-file-name
    move mg-merged-id to ad-fidnum
    move md-sent-date to ad-key-date
    move space to ad-key-type
    move spaces to ad-before-image
    move mg-hold-dun to ad-before-image
    move spaces to ad-after-image
    move dun-level-rec to ad-after-image
    perform 8000-write-audit thru 8000-exit.
3260-exit.
    exit.
*> ------------------------------------------------------------
*> 3400-REPOINT-STNDCHG -- every standing charge on the merged
*> id moves to the survivor as it stands; the file is in no
*> particular order, so each line is re-pointed in place.
*> ------------------------------------------------------------
3400-repoint-stndchg.
    open input stndf
    if mg-stndf-not-found
        go to 3400-exit
    end-if
    if not mg-stndf-ok
        perform 9500-stndf-error thru 9500-exit
    end-if
    open output mergewk
    move "N" to mg-eof-sw
    perform 3410-copy-one-stnd thru 3410-exit
        until mg-eof
    close stndf
    close mergewk
    open input mergewk
    open output stndf
    if not mg-stndf-ok
        perform 9500-stndf-error thru 9500-exit
    end-if
    move "N" to mg-eof-sw
    perform 3420-copy-back-one-stnd thru 3420-exit
        until mg-eof
    close mergewk
    close stndf.
3400-exit.
    exit.
3410-copy-one-stnd.
    read stndf
        at end
            set mg-eof to true
            go to 3410-exit
    end-read
    if not mg-stndf-ok
        perform 9500-stndf-error thru 9500-exit
    end-if
    if st-fidnum = mg-merged-id
        move spaces to mg-audit-before
        move stnd-chg-rec to mg-audit-before
        move mg-survivor-id to st-fidnum
        add 1 to mg-stnd-moved
        move "STNDCHG" to ad-file-name
        move mg-merged-id to ad-fidnum
        move st-start-date to ad-key-date
        move space to ad-key-type
        move mg-audit-before to ad-before-image
        move spaces to ad-after-image
        move stnd-chg-rec to ad-after-image
        perform 8000-write-audit thru 8000-exit
    end-if
    write wk-line from stnd-chg-rec
    if not mg-mergewk-ok
        perform 9300-mergewk-error thru 9300-exit
    end-if.
3410-exit.
    exit.
3420-copy-back-one-stnd.
    read mergewk
        at end
            set mg-eof to true
            go to 3420-exit
    end-read
    move wk-line to stnd-chg-rec
    write stnd-chg-rec
    if not mg-stndf-ok
        perform 9500-stndf-error thru 9500-exit
    end-if.
3420-exit.
    exit.
*> ------------------------------------------------------------
*> 3500-REPOINT-REFUNDQ -- a refund request still to be acted
*> on (pending, or approved and not yet posted) moves to the
*> survivor under the survivor's name.  denied and posted
*> requests are history and stay where they were decided.
*> ------------------------------------------------------------
3500-repoint-refundq.
    open input refundq
    if mg-refundq-not-found
        go to 3500-exit
    end-if
    if not mg-refundq-ok
        perform 9600-refundq-error thru 9600-exit
    end-if
    open output mergewk
    move "N" to mg-eof-sw
    perform 3510-copy-one-refund thru 3510-exit
        until mg-eof
    close refundq
    close mergewk
    open input mergewk
    open output refundq
    if not mg-refundq-ok
        perform 9600-refundq-error thru 9600-exit
    end-if
    move "N" to mg-eof-sw
    perform 3520-copy-back-one-refund thru 3520-exit
        until mg-eof
    close mergewk
    close refundq.
3500-exit.
    exit.
3510-copy-one-refund.
    read refundq
        at end
            set mg-eof to true
            go to 3510-exit
    end-read
    if not mg-refundq-ok
        perform 9600-refundq-error thru 9600-exit
    end-if
    if rq-fidnum = mg-merged-id
            and (rq-pending or rq-approved)
        move spaces to mg-audit-before
        move refund-rec to mg-audit-before
        move mg-survivor-id to rq-fidnum
        move mg-survivor-name to rq-name
        add 1 to mg-rfnd-moved
        move "REFUNDQ" to ad-file-name
        move mg-merged-id to ad-fidnum
        move rq-request-date to ad-key-date
        move rq-status to ad-key-type
        move mg-audit-before to ad-before-image
        move spaces to ad-after-image
        move refund-rec to ad-after-image
        perform 8000-write-audit thru 8000-exit
    end-if
    write wk-line from refund-rec
    if not mg-mergewk-ok
        perform 9300-mergewk-error thru 9300-exit
    end-if.
3510-exit.
    exit.
3520-copy-back-one-refund.
    read mergewk
        at end
            set mg-eof to true
            go to 3520-exit
    end-read
    move wk-line to refund-rec
    write refund-rec
    if not mg-refundq-ok
        perform 9600-refundq-error thru 9600-exit
    end-if.
3520-exit.
    exit.
*> ------------------------------------------------------------
*> 3600-REPOINT-WAITLIST -- a waitlisted transaction for the
*> merged id drains onto the survivor instead, under the
*> survivor's name.
*> ------------------------------------------------------------
3600-repoint-waitlist.
    open input waitf
    if mg-waitf-not-found
        go to 3600-exit
    end-if
    if not mg-waitf-ok
        perform 9700-waitf-error thru 9700-exit
    end-if
    open output mergewk
    move "N" to mg-eof-sw
    perform 3610-copy-one-wait thru 3610-exit
        until mg-eof
    close waitf
    close mergewk
    open input mergewk
    open output waitf
    if not mg-waitf-ok
        perform 9700-waitf-error thru 9700-exit
    end-if
    move "N" to mg-eof-sw
    perform 3620-copy-back-one-wait thru 3620-exit
        until mg-eof
    close mergewk
    close waitf.
3600-exit.
    exit.
3610-copy-one-wait.
    read waitf
        at end
            set mg-eof to true
            go to 3610-exit
    end-read
    if not mg-waitf-ok
        perform 9700-waitf-error thru 9700-exit
    end-if
    if wl-fidnum = mg-merged-id
        move spaces to mg-audit-before
        move wait-rec to mg-audit-before
        move mg-survivor-id to wl-fidnum
        move mg-survivor-name(1:15) to wl-firstname
        move mg-survivor-name(16:15) to wl-lastname
        add 1 to mg-wait-moved
        move "WAITLIST" to ad-file-name
        move mg-merged-id to ad-fidnum
        move wl-queued-date to ad-key-date
        move wl-tran-type to ad-key-type
        move mg-audit-before to ad-before-image
        move spaces to ad-after-image
        move wait-rec to ad-after-image
        perform 8000-write-audit thru 8000-exit
    end-if
    write wk-line from wait-rec
    if not mg-mergewk-ok
        perform 9300-mergewk-error thru 9300-exit
    end-if.
3610-exit.
    exit.
3620-copy-back-one-wait.
    read mergewk
        at end
            set mg-eof to true
            go to 3620-exit
    end-read
    move wk-line to wait-rec
    write wait-rec
    if not mg-waitf-ok
        perform 9700-waitf-error thru 9700-exit
    end-if.
3620-exit.
    exit.
*> ------------------------------------------------------------
*> 3700-REPOINT-CASHAPP -- the ledger lines follow the records
*> they link, so NSFRTN can still take back a moved payment's
*> applications.  a line touching a record left behind on a
*> key collision stays on the merged id with it.
*> ------------------------------------------------------------
3700-repoint-cashapp.
    open input cashapp
    if mg-cashapp-not-found
        go to 3700-exit
    end-if
    if not mg-cashapp-ok
        perform 9800-cashapp-error thru 9800-exit
    end-if
    open output mergewk
    move "N" to mg-eof-sw
    perform 3710-copy-one-app thru 3710-exit
        until mg-eof
    close cashapp
    close mergewk
    open input mergewk
    open output cashapp
    if not mg-cashapp-ok
        perform 9800-cashapp-error thru 9800-exit
    end-if
    move "N" to mg-eof-sw
    perform 3730-copy-back-one-app thru 3730-exit
        until mg-eof
    close mergewk
    close cashapp.
3700-exit.
    exit.
3710-copy-one-app.
    read cashapp
        at end
            set mg-eof to true
            go to 3710-exit
    end-read
    if not mg-cashapp-ok
        perform 9800-cashapp-error thru 9800-exit
    end-if
    if ap-fidnum = mg-merged-id
        move "N" to mg-collided-sw
        move 0 to mg-coll-sub
        perform 3720-check-one-collision thru 3720-exit
            until mg-coll-sub not < mg-coll-count
                or mg-collided
        if not mg-collided
            move spaces to mg-audit-before
            move cash-app-rec to mg-audit-before
            move mg-survivor-id to ap-fidnum
            add 1 to mg-app-moved
            move "CASHAPP" to ad-file-name
            move mg-merged-id to ad-fidnum
            move ap-pay-date to ad-key-date
            move ap-pay-type to ad-key-type
            move mg-audit-before to ad-before-image
            move spaces to ad-after-image
            move cash-app-rec to ad-after-image
            perform 8000-write-audit thru 8000-exit
        end-if
    end-if
    write wk-line from cash-app-rec
    if not mg-mergewk-ok
        perform 9300-mergewk-error thru 9300-exit
    end-if.
3710-exit.
    exit.
3720-check-one-collision.
    add 1 to mg-coll-sub
    if (mg-x-entry-date(mg-coll-sub) = ap-pay-date
            and mg-x-tran-type(mg-coll-sub) = ap-pay-type)
        or (mg-x-entry-date(mg-coll-sub) = ap-chg-date
            and mg-x-tran-type(mg-coll-sub) = ap-chg-type)
        set mg-collided to true
    end-if.
3720-exit.
    exit.
3730-copy-back-one-app.
    read mergewk
        at end
            set mg-eof to true
            go to 3730-exit
    end-read
    move wk-line to cash-app-rec
    write cash-app-rec
    if not mg-cashapp-ok
        perform 9800-cashapp-error thru 9800-exit
    end-if.
3730-exit.
    exit.
*> ------------------------------------------------------------
*> 3800-REPOINT-PAYPLAN -- payplan.dat holds one plan per
*> customer, keyed on the id.  the merged id's plan is re-keyed
*> onto the survivor, so PLANCHK finds the moved payments under
*> it and DUNNOTE and FINCHG still see it.  a survivor with a
*> plan of its own keeps it; the merged id's is left where it is
*> and listed for collections to settle by hand.
*> ------------------------------------------------------------
3800-repoint-payplan.
    open i-o payplan
    if mg-payplan-not-found
        go to 3800-exit
    end-if
    if not mg-payplan-ok
        perform 9850-payplan-error thru 9850-exit
    end-if
    move mg-merged-id to pp-fidnum
    read payplan
        invalid key
            close payplan
            go to 3800-exit
    end-read
    if not mg-payplan-ok
        perform 9850-payplan-error thru 9850-exit
    end-if
    move spaces to mg-audit-before
    move pay-plan-rec to mg-audit-before
    move mg-survivor-id to pp-fidnum
    read payplan
        invalid key
            move "N" to mg-collided-sw
        not invalid key
            set mg-collided to true
    end-read
    if not mg-payplan-ok and not mg-payplan-key-not-found
        perform 9850-payplan-error thru 9850-exit
    end-if
    if mg-collided
        perform 3810-list-plan-left thru 3810-exit
        close payplan
        go to 3800-exit
    end-if
    move mg-audit-before to pay-plan-rec
    delete payplan record
        invalid key
            display "plan delete failed for customer "
                mg-merged-id
            perform 9850-payplan-error thru 9850-exit
    end-delete
    move mg-survivor-id to pp-fidnum
    write pay-plan-rec
        invalid key
            display "plan write failed for customer "
                mg-survivor-id
            perform 9850-payplan-error thru 9850-exit
    end-write
    add 1 to mg-plan-moved
    move "PAYPLAN" to ad-file-name
    move mg-merged-id to ad-fidnum
    move pp-status-date to ad-key-date
    move pp-status to ad-key-type
    move mg-audit-before to ad-before-image
    move spaces to ad-after-image
    move pay-plan-rec to ad-after-image
    perform 8000-write-audit thru 8000-exit
    close payplan.
3800-exit.
    exit.
3810-list-plan-left.
    add 1 to mg-plan-left
    move mg-audit-before to pay-plan-rec
    move pp-status to mg-pl-status
    move pp-agreed-balance to mg-pl-balance
    move spaces to lst-line
    write lst-line
    move mg-plan-line to lst-line
    write lst-line.
3810-exit.
    exit.
*> ------------------------------------------------------------
*> 3850-REPOINT-COLLNOTE -- collnote.dat is keyed on id, date
*> and time.  the merged id's keys are gathered first, then
*> each note is re-keyed onto the survivor, open promises and
*> all, so PROMCHK totals the moved payments against them and
*> DUNNOTE still holds off.  a note the survivor already has at
*> the same moment is left and listed.
*> ------------------------------------------------------------
3850-repoint-collnote.
    open i-o collnote
    if mg-collnote-not-found
        go to 3850-exit
    end-if
    if not mg-collnote-ok
        perform 9900-collnote-error thru 9900-exit
    end-if
    move 0 to mg-note-count
    move mg-merged-id to cn-fidnum
    move 0 to cn-note-date
    move 0 to cn-note-time
    move "N" to mg-eof-sw
    start collnote key is not < cn-key
        invalid key
            set mg-eof to true
    end-start
    if not mg-collnote-ok and not mg-collnote-key-not-found
        perform 9900-collnote-error thru 9900-exit
    end-if
    perform 3860-gather-one-note thru 3860-exit
        until mg-eof
    move 0 to mg-note-sub
    perform 3870-move-one-note thru 3870-exit
        until mg-note-sub not < mg-note-count
    close collnote.
3850-exit.
    exit.
3860-gather-one-note.
    read collnote next record
        at end
            set mg-eof to true
            go to 3860-exit
    end-read
    if not mg-collnote-ok
        perform 9900-collnote-error thru 9900-exit
    end-if
    if cn-fidnum not = mg-merged-id
        set mg-eof to true
        go to 3860-exit
    end-if
    if mg-note-count not < 500
        display "more than 500 notes for customer "
            mg-merged-id " - raise mg-note-table's size "
            "before continuing"
        stop run
    end-if
    add 1 to mg-note-count
    move cn-note-date to mg-n-note-date(mg-note-count)
    move cn-note-time to mg-n-note-time(mg-note-count).
3860-exit.
    exit.
3870-move-one-note.
    add 1 to mg-note-sub
    move mg-survivor-id to cn-fidnum
    move mg-n-note-date(mg-note-sub) to cn-note-date
    move mg-n-note-time(mg-note-sub) to cn-note-time
    read collnote
        invalid key
            move "N" to mg-collided-sw
        not invalid key
            set mg-collided to true
    end-read
    if not mg-collnote-ok and not mg-collnote-key-not-found
        perform 9900-collnote-error thru 9900-exit
    end-if
    if mg-collided
        add 1 to mg-note-left
        move mg-n-note-date(mg-note-sub) to mg-nl-date
        move mg-n-note-time(mg-note-sub) to mg-nl-time
        move mg-note-line to lst-line
        write lst-line
        go to 3870-exit
    end-if
    move mg-merged-id to cn-fidnum
    move mg-n-note-date(mg-note-sub) to cn-note-date
    move mg-n-note-time(mg-note-sub) to cn-note-time
    read collnote
        invalid key
            display "note vanished under the run - customer "
                mg-merged-id " date "
                mg-n-note-date(mg-note-sub)
            perform 9900-collnote-error thru 9900-exit
    end-read
    move spaces to mg-audit-before
    move coll-note-rec to mg-audit-before
    delete collnote record
        invalid key
            display "note delete failed for customer "
                mg-merged-id
            perform 9900-collnote-error thru 9900-exit
    end-delete
    move mg-survivor-id to cn-fidnum
    write coll-note-rec
        invalid key
            display "note write failed for customer "
                mg-survivor-id " date " cn-note-date
            perform 9900-collnote-error thru 9900-exit
    end-write
    add 1 to mg-note-moved
    move "COLLNOTE" to ad-file-name
    move mg-merged-id to ad-fidnum
    move cn-note-date to ad-key-date
    move cn-promise-status to ad-key-type
    move mg-audit-before to ad-before-image
    move spaces to ad-after-image
    move coll-note-rec to ad-after-image
    perform 8000-write-audit thru 8000-exit.
3870-exit.
    exit.
*> ------------------------------------------------------------
*> 3900-REPOINT-WRTOFFQ -- a proposed write-off still to be
*> acted on (pending, or approved and not yet posted) moves to
*> the survivor under the survivor's name, the same as an open
*> refund request.  denied, posted and voided proposals stay.
*> ------------------------------------------------------------
3900-repoint-wrtoffq.
    open input wrtoffq
    if mg-wrtoffq-not-found
        go to 3900-exit
    end-if
    if not mg-wrtoffq-ok
        perform 9950-wrtoffq-error thru 9950-exit
    end-if
    open output mergewk
    move "N" to mg-eof-sw
    perform 3910-copy-one-woff thru 3910-exit
        until mg-eof
    close wrtoffq
    close mergewk
    open input mergewk
    open output wrtoffq
    if not mg-wrtoffq-ok
        perform 9950-wrtoffq-error thru 9950-exit
    end-if
    move "N" to mg-eof-sw
    perform 3920-copy-back-one-woff thru 3920-exit
        until mg-eof
    close mergewk
    close wrtoffq.
3900-exit.
    exit.
3910-copy-one-woff.
    read wrtoffq
        at end
            set mg-eof to true
            go to 3910-exit
    end-read
    if not mg-wrtoffq-ok
        perform 9950-wrtoffq-error thru 9950-exit
    end-if
    if wq-fidnum = mg-merged-id
            and (wq-pending or wq-approved)
        move spaces to mg-audit-before
        move writeoff-rec to mg-audit-before
        move mg-survivor-id to wq-fidnum
        move mg-survivor-name to wq-name
        add 1 to mg-woq-moved
        move "WRTOFFQ" to ad-file-name
        move mg-merged-id to ad-fidnum
        move wq-request-date to ad-key-date
        move wq-status to ad-key-type
        move mg-audit-before to ad-before-image
        move spaces to ad-after-image
        move writeoff-rec to ad-after-image
        perform 8000-write-audit thru 8000-exit
    end-if
    write wk-line from writeoff-rec
    if not mg-mergewk-ok
        perform 9300-mergewk-error thru 9300-exit
    end-if.
3910-exit.
    exit.
3920-copy-back-one-woff.
    read mergewk
        at end
            set mg-eof to true
            go to 3920-exit
    end-read
    move wk-line to writeoff-rec
    write writeoff-rec
    if not mg-wrtoffq-ok
        perform 9950-wrtoffq-error thru 9950-exit
    end-if.
3920-exit.
    exit.
*> ------------------------------------------------------------
*> 3950-LIST-WRITEOFF -- a write-off on the merged id's master
*> stays there, and is listed for a supervisor to decide what
*> becomes of it.  it is not carried to the survivor: a master
*> flagged written off takes no new charges, and LOCKBOX books
*> every payment to it as a recovery.
*> ------------------------------------------------------------
3950-list-writeoff.
    move mg-merged-id to cm-fidnum
    read custmast
        invalid key
            go to 3950-exit
    end-read
    if not mg-custmast-ok
        perform 9100-custmast-error thru 9100-exit
    end-if
    if not cm-written-off
        go to 3950-exit
    end-if
    add 1 to mg-woff-left
    move cm-writeoff-date to mg-wo-date
    move cm-writeoff-amount to mg-wo-amount
    move cm-recovered-amount to mg-wo-recovered
    move spaces to lst-line
    write lst-line
    move mg-woff-line to lst-line
    write lst-line.
3950-exit.
    exit.
*> ------------------------------------------------------------
*> 4000-LIST-MOVED-COUNTS -- what moved, file by file.
*> ------------------------------------------------------------
4000-list-moved-counts.
    move spaces to lst-line
    write lst-line
    move "RECORDS MOVED TO THE SURVIVOR" to lst-line
    write lst-line
    move "outf.dat records" to mg-n-label
    move mg-outf-moved to mg-n-count
    move mg-count-line to lst-line
    write lst-line
    move "outf.dat key collisions left" to mg-n-label
    compute mg-n-count = mg-coll-count - mg-closed-count
    move mg-count-line to lst-line
    write lst-line
    move "outf.dat closed-period left" to mg-n-label
    move mg-closed-count to mg-n-count
    move mg-count-line to lst-line
    write lst-line
    move "custhist.dat history records" to mg-n-label
    move mg-hist-moved to mg-n-count
    move mg-count-line to lst-line
    write lst-line
    move "dunlevel.dat notice levels" to mg-n-label
    move mg-dun-moved to mg-n-count
    move mg-count-line to lst-line
    write lst-line
    move "stndchg.dat standing charges" to mg-n-label
    move mg-stnd-moved to mg-n-count
    move mg-count-line to lst-line
    write lst-line
    move "refundq.dat open requests" to mg-n-label
    move mg-rfnd-moved to mg-n-count
    move mg-count-line to lst-line
    write lst-line
    move "waitlist.dat entries" to mg-n-label
    move mg-wait-moved to mg-n-count
    move mg-count-line to lst-line
    write lst-line
    move "cashapp.dat ledger lines" to mg-n-label
    move mg-app-moved to mg-n-count
    move mg-count-line to lst-line
    write lst-line
    move "payplan.dat payment plans" to mg-n-label
    move mg-plan-moved to mg-n-count
    move mg-count-line to lst-line
    write lst-line
    move "payplan.dat plans left" to mg-n-label
    move mg-plan-left to mg-n-count
    move mg-count-line to lst-line
    write lst-line
    move "collnote.dat notes and promises" to mg-n-label
    move mg-note-moved to mg-n-count
    move mg-count-line to lst-line
    write lst-line
    move "collnote.dat notes left" to mg-n-label
    move mg-note-left to mg-n-count
    move mg-count-line to lst-line
    write lst-line
    move "wrtoffq.dat open proposals" to mg-n-label
    move mg-woq-moved to mg-n-count
    move mg-count-line to lst-line
    write lst-line
    move "custmast.dat write-offs left" to mg-n-label
    move mg-woff-left to mg-n-count
    move mg-count-line to lst-line
    write lst-line.
4000-exit.
    exit.
*> ------------------------------------------------------------
*> 5000-PROVE-BALANCES -- the survivor's balance after the merge
*> plus whatever collisions left on the merged id must equal
*> the two balances before it, record for record and cent for
*> cent.  a merge that does not prove sets return code 8 for the
*> supervisor to take up -- nothing is undone automatically.
*> ------------------------------------------------------------
5000-prove-balances.
    move mg-survivor-id to mg-scan-fidnum
    perform 1600-scan-balance thru 1600-exit
    move mg-scan-count to mg-surv-after-count
    move mg-scan-net to mg-surv-after-net
    move mg-merged-id to mg-scan-fidnum
    perform 1600-scan-balance thru 1600-exit
    move mg-scan-count to mg-merged-after-count
    move mg-scan-net to mg-merged-after-net
    compute mg-total-before-count
        = mg-surv-before-count + mg-merged-before-count
    compute mg-total-before-net
        = mg-surv-before-net + mg-merged-before-net
    compute mg-total-after-count
        = mg-surv-after-count + mg-merged-after-count
    compute mg-total-after-net
        = mg-surv-after-net + mg-merged-after-net
    move spaces to lst-line
    write lst-line
    move "BALANCE PROOF" to lst-line
    write lst-line
    move "survivor before" to mg-p-label
    move mg-surv-before-count to mg-p-count
    move mg-surv-before-net to mg-p-amount
    move mg-proof-line to lst-line
    write lst-line
    move "merged id before" to mg-p-label
    move mg-merged-before-count to mg-p-count
    move mg-merged-before-net to mg-p-amount
    move mg-proof-line to lst-line
    write lst-line
    move "  together before" to mg-p-label
    move mg-total-before-count to mg-p-count
    move mg-total-before-net to mg-p-amount
    move mg-proof-line to lst-line
    write lst-line
    move "survivor after" to mg-p-label
    move mg-surv-after-count to mg-p-count
    move mg-surv-after-net to mg-p-amount
    move mg-proof-line to lst-line
    write lst-line
    move "merged id after (collisions)" to mg-p-label
    move mg-merged-after-count to mg-p-count
    move mg-merged-after-net to mg-p-amount
    move mg-proof-line to lst-line
    write lst-line
    move "  together after" to mg-p-label
    move mg-total-after-count to mg-p-count
    move mg-total-after-net to mg-p-amount
    move mg-proof-line to lst-line
    write lst-line
    if mg-total-after-count = mg-total-before-count
            and mg-total-after-net = mg-total-before-net
        move "  *** MERGE PROVES ***" to lst-line
        write lst-line
        display "merge proves - balances before and after agree"
    else
        move "  *** MERGE DOES NOT PROVE - CHECK BEFORE ANY "
            & "FURTHER POSTING ***" to lst-line
        write lst-line
        display "*** MERGE DOES NOT PROVE - SEE CUSTMRG.LST ***"
        move 8 to return-code
    end-if.
5000-exit.
    exit.
*> ------------------------------------------------------------
*> 6000-RETIRE-MERGED-MASTER -- the merged id goes inactive and
*> points at the survivor, never deleted, the same stance as
*> CUSTMNT.
*> ------------------------------------------------------------
6000-retire-merged-master.
    if mg-rerun
        go to 6000-exit
    end-if
    move mg-merged-id to cm-fidnum
    read custmast
        invalid key
            display "warning - customer " mg-merged-id
                " vanished off the master - not marked merged"
            go to 6000-exit
    end-read
    if not mg-custmast-ok
        perform 9100-custmast-error thru 9100-exit
    end-if
    move spaces to mg-audit-before
    move cust-master-rec to mg-audit-before
    set cm-inactive to true
    move mg-survivor-id to cm-merged-into
    rewrite cust-master-rec
        invalid key
            display "warning - customer " mg-merged-id
                " master not marked merged"
            go to 6000-exit
    end-rewrite
    if not mg-custmast-ok
        perform 9100-custmast-error thru 9100-exit
    end-if
    move "CUSTMAST" to ad-file-name
    move mg-merged-id to ad-fidnum
    move mg-run-date to ad-key-date
    move "M" to ad-key-type
    move mg-audit-before to ad-before-image
    move spaces to ad-after-image
    move cust-master-rec to ad-after-image
    perform 8000-write-audit thru 8000-exit.
6000-exit.
    exit.
*> ------------------------------------------------------------
*> 8000-WRITE-AUDIT -- one audit.dat line, the caller having
*> filled in the file, key and images.  a failed write is a
*> warning, the same as everywhere else.
*> ------------------------------------------------------------
8000-write-audit.
    accept ad-change-date from date yyyymmdd
    accept ad-change-time from time
    move mg-operator-id to ad-operator
    move mg-audit-reason to ad-reason
    write audit-rec
    if not mg-auditf-ok
        display "warning - audit.dat file error - status "
            mg-auditf-status
        display "audit trail may be incomplete"
    end-if.
8000-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-OUTF-ERROR -- an outf operation came back with a file
*> status none of the callers know how to handle.
*> ------------------------------------------------------------
9000-outf-error.
    display "outf.dat file error - status " mg-outf-status
    display "custmrg terminating"
    stop run.
9000-exit.
    exit.
*> ------------------------------------------------------------
*> 9100-CUSTMAST-ERROR -- a custmast operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9100-custmast-error.
    display "custmast.dat file error - status "
        mg-custmast-status
    display "custmrg terminating"
    stop run.
9100-exit.
    exit.
9200-custhist-error.
    display "custhist.dat file error - status "
        mg-custhist-status
    display "custmrg terminating"
    stop run.
9200-exit.
    exit.
9300-mergewk-error.
    display "custmrg.wrk work file error - status "
        mg-mergewk-status
    display "custmrg terminating"
    stop run.
9300-exit.
    exit.
9400-dunlevel-error.
    display "dunlevel.dat file error - status "
        mg-dunlevel-status
    display "custmrg terminating"
    stop run.
9400-exit.
    exit.
9500-stndf-error.
    display "stndchg.dat file error - status " mg-stndf-status
    display "custmrg terminating"
    stop run.
9500-exit.
    exit.
9600-refundq-error.
    display "refundq.dat file error - status "
        mg-refundq-status
    display "custmrg terminating"
    stop run.
9600-exit.
    exit.
9700-waitf-error.
    display "waitlist.dat file error - status " mg-waitf-status
    display "custmrg terminating"
    stop run.
9700-exit.
    exit.
9800-cashapp-error.
    display "cashapp.dat file error - status "
        mg-cashapp-status
    display "custmrg terminating"
    stop run.
9800-exit.
    exit.
9850-payplan-error.
    display "payplan.dat file error - status "
        mg-payplan-status
    display "custmrg terminating"
    stop run.
9850-exit.
    exit.
9900-collnote-error.
    display "collnote.dat file error - status "
        mg-collnote-status
    display "custmrg terminating"
    stop run.
9900-exit.
    exit.
9950-wrtoffq-error.
    display "wrtoffq.dat file error - status "
        mg-wrtoffq-status
    display "custmrg terminating"
    stop run.
9950-exit.
    exit.
