       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. noteent.
AUTHOR. T. Bracken.
INSTALLATION. Accounts Receivable - Daily Charges.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*> ----------------------------------------------------------------
*> Modification history
*> ----------------------------------------------------------------
*>   Date        Init  Description
*>   ----------  ----  -----------------------------------------
*>   10/15/2026  TB    Original program.  Collections contact log
*>   10/15/2026  TB    entry, in place of the clerk's paper notes.
*>   10/15/2026  TB    The clerk signs on through OPERCHK, keys a
*>   10/15/2026  TB    customer id, the kind of contact (call out,
*>   10/15/2026  TB    call in, letter, e-mail, visit) and what
*>   10/15/2026  TB    was said, and optionally the amount and
*>   10/15/2026  TB    date the customer promised to pay.  Each
*>   10/15/2026  TB    note goes on collnote.dat (see the COLLNOTE
*>   10/15/2026  TB    copybook) under the id, today's date and
*>   10/15/2026  TB    the time, signed with the operator.  A new
*>   10/15/2026  TB    promise supersedes the customer's open one,
*>   10/15/2026  TB    the change audited on audit.dat.  PROMCHK
*>   10/15/2026  TB    follows the promises up; ACCTINQ shows the
*>   10/15/2026  TB    notes.
*>   10/15/2026  TB    The audit image work fields are 130 bytes
*>   10/15/2026  TB    with the audit.dat images (see
*>   10/15/2026  TB    AUDITREC.CPY).
*> ----------------------------------------------------------------
environment division.
input-output section.
file-control.
    select collnote assign to "COLLNOTE.DAT"
        organization is indexed
        access mode is dynamic
        record key is cn-key
        file status is ne-collnote-status.
    select custmast assign to "CUSTMAST.DAT"
        organization is indexed
        access mode is dynamic
        record key is cm-fidnum
        file status is ne-custmast-status.
    select auditf assign to "AUDIT.DAT"
        organization is line sequential
        access is sequential
        file status is ne-auditf-status.
data division.
file section.
fd collnote.
    copy COLLNOTE.
fd custmast.
    copy CUSTMAST.
fd auditf.
    copy AUDITREC.
working-storage section.
*> ------------------------------------------------------------
*> file-status and switch work fields
*> ------------------------------------------------------------
01 ne-collnote-status pic x(02) value "00".
   88 ne-collnote-ok value "00".
   88 ne-collnote-not-found value "35".
   88 ne-collnote-dup-key value "22".
   88 ne-collnote-key-not-found
                               value "23".
01 ne-custmast-status pic x(02) value "00".
   88 ne-custmast-ok value "00".
   88 ne-custmast-not-found value "35".
   88 ne-custmast-key-not-found
                               value "23".
01 ne-auditf-status pic x(02) value "00".
   88 ne-auditf-ok value "00".
01 ne-switches.
   02 ne-note-eof-sw pic x(01) value "N".
      88 ne-note-eof value "Y".
   02 ne-open-found-sw pic x(01) value "N".
      88 ne-open-found value "Y".
   02 ne-promise-sw pic x(01) value "N".
      88 ne-promise-keyed value "Y".
   02 ne-written-sw pic x(01) value "N".
      88 ne-written value "Y".
01 ne-reply pic x(01) value space.
01 ne-run-date pic 9(08) value 0.
01 ne-write-tries pic 9(02) comp value 0.
*> ------------------------------------------------------------
*> note being keyed.  the promise amount is keyed in cents the
*> same way COBTEST keys money, so 12500 arrives as 125.00.
*> ------------------------------------------------------------
01 ne-fidnum pic 9(06) value 0.
01 ne-contact-type pic x(01) value space.
01 ne-note-text pic x(56) value spaces.
01 ne-cents pic 9(09) value 0.
01 ne-promise-amount pic 9(07)v99 value 0.
01 ne-promise-date pic 9(08) value 0.
01 ne-promise-parts redefines ne-promise-date.
   02 ne-pd-year pic 9(04).
   02 ne-pd-month pic 9(02).
   02 ne-pd-day pic 9(02).
*> ------------------------------------------------------------
*> the customer's open promise, if one is on file
*> ------------------------------------------------------------
01 ne-open-key pic x(20) value spaces.
01 ne-open-amount pic 9(07)v99 value 0.
01 ne-open-date pic 9(08) value 0.
*> ------------------------------------------------------------
*> audit-trail work fields
*> ------------------------------------------------------------
01 ne-operator-id pic x(08) value spaces.
01 ne-audit-before pic x(130) value spaces.
01 ne-audit-after pic x(130) value spaces.
*> ------------------------------------------------------------
*> sign-on work fields for the OPERCHK call.  any signed-on
*> clerk may keep notes.
*> ------------------------------------------------------------
01 ne-level-needed pic 9(01) value 1.
01 ne-check-result pic x(01) value "N".
*> ------------------------------------------------------------
*> display edits
*> ------------------------------------------------------------
01 ne-display-amount pic $$,$$$,$$9.99.
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE -- open the notes file (creating it the first
*> time noteent is ever run), sign the clerk on, and take notes
*> until the clerk keys 999999.
*> ------------------------------------------------------------
0000-mainline.
    accept ne-run-date from date yyyymmdd
    open input custmast
    if ne-custmast-not-found
        display "custmast.dat not found - set customers up "
            "with custmnt first"
        stop run
    end-if
    if not ne-custmast-ok
        perform 9100-custmast-error thru 9100-exit
    end-if
    open i-o collnote
    if ne-collnote-not-found
        open output collnote
        close collnote
        open i-o collnote
    end-if
    if not ne-collnote-ok
        perform 9000-collnote-error thru 9000-exit
    end-if
    call "OPERCHK" using ne-level-needed, ne-operator-id,
        ne-check-result
    if ne-check-result not = "Y"
        display "collections note entry refused"
        close collnote
        close custmast
        stop run
    end-if
    perform 1000-one-note thru 1000-exit
        until ne-fidnum = 999999
    close collnote
    close custmast
    stop run.
*> ------------------------------------------------------------
*> 1000-ONE-NOTE -- take an id, show any open promise, key the
*> note and write it.
*> ------------------------------------------------------------
1000-one-note.
    display "enter customer id (999999 = quit): "
        with no advancing
    accept ne-fidnum
    if ne-fidnum = 999999
        go to 1000-exit
    end-if
    move ne-fidnum to cm-fidnum
    read custmast
        invalid key
            display "customer " ne-fidnum " not on the master "
                "- no note taken"
            go to 1000-exit
    end-read
    if not ne-custmast-ok
        perform 9100-custmast-error thru 9100-exit
    end-if
    if cm-merged-into numeric and cm-merged-into > 0
        display "customer " ne-fidnum " was merged into "
            cm-merged-into " - key the note there"
        go to 1000-exit
    end-if
    display "customer " cm-fidnum "  " cm-cname
    perform 2000-find-open-promise thru 2000-exit
    if ne-open-found
        move ne-open-amount to ne-display-amount
        display "  open promise: " ne-display-amount
            " by " ne-open-date
    end-if
    perform 3000-key-note thru 3000-exit
    if ne-contact-type = space
        go to 1000-exit
    end-if
    display "save this note (Y/N)? " with no advancing
    accept ne-reply
    if ne-reply not = "Y" and ne-reply not = "y"
        display "note not saved"
        go to 1000-exit
    end-if
    if ne-promise-keyed and ne-open-found
        perform 4000-supersede-promise thru 4000-exit
    end-if
    perform 5000-write-note thru 5000-exit.
1000-exit.
    exit.
*> ------------------------------------------------------------
*> 2000-FIND-OPEN-PROMISE -- the customer's notes oldest first
*> from a START at the id, keeping the last one with a promise
*> still open.
*> ------------------------------------------------------------
2000-find-open-promise.
    move "N" to ne-open-found-sw
    move "N" to ne-note-eof-sw
    move ne-fidnum to cn-fidnum
    move 0 to cn-note-date
    move 0 to cn-note-time
    start collnote key not < cn-key
        invalid key
            go to 2000-exit
    end-start
    if not ne-collnote-ok
        perform 9000-collnote-error thru 9000-exit
    end-if
    perform 2100-check-one-note thru 2100-exit
        until ne-note-eof.
2000-exit.
    exit.
2100-check-one-note.
    read collnote next record
        at end
            set ne-note-eof to true
            go to 2100-exit
    end-read
    if not ne-collnote-ok
        perform 9000-collnote-error thru 9000-exit
    end-if
    if cn-fidnum not = ne-fidnum
        set ne-note-eof to true
        go to 2100-exit
    end-if
    if cn-promise-open
        set ne-open-found to true
        move cn-key to ne-open-key
        move cn-promise-amount to ne-open-amount
        move cn-promise-date to ne-open-date
    end-if.
2100-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-KEY-NOTE -- contact type, the note itself and any
*> promise.  anything refused leaves ne-contact-type blank so
*> nothing is written.
*> ------------------------------------------------------------
3000-key-note.
    move "N" to ne-promise-sw
    move 0 to ne-promise-amount
    move 0 to ne-promise-date
    display "contact C)ALL OUT  I)CALL IN  L)ETTER  E)MAIL  "
        "V)ISIT: " with no advancing
    accept ne-contact-type
    inspect ne-contact-type converting "cilev" to "CILEV"
    move ne-contact-type to cn-contact-type
    if not cn-valid-contact
        display "not valid - enter C, I, L, E or V - "
            "no note taken"
        move space to ne-contact-type
        go to 3000-exit
    end-if
    display "note: " with no advancing
    accept ne-note-text
    if ne-note-text = spaces
        display "the note cannot be blank - no note taken"
        move space to ne-contact-type
        go to 3000-exit
    end-if
    display "promise to pay (Y/N)? " with no advancing
    accept ne-reply
    if ne-reply not = "Y" and ne-reply not = "y"
        go to 3000-exit
    end-if
    display "enter promised amount in cents "
        "(e.g. 12500 = 125.00): " with no advancing
    accept ne-cents
    compute ne-promise-amount = ne-cents / 100
    if ne-promise-amount = 0
        display "promised amount cannot be zero - "
            "no note taken"
        move space to ne-contact-type
        go to 3000-exit
    end-if
    display "enter promised date (yyyymmdd): "
        with no advancing
    accept ne-promise-date
    if ne-promise-date < ne-run-date
        display "promised date cannot be before today - "
            "no note taken"
        move space to ne-contact-type
        go to 3000-exit
    end-if
    if ne-pd-month < 1 or ne-pd-month > 12
            or ne-pd-day < 1 or ne-pd-day > 31
        display "promised date is not a date - no note taken"
        move space to ne-contact-type
        go to 3000-exit
    end-if
    set ne-promise-keyed to true
    if ne-open-found
        display "this promise replaces the open one"
    end-if.
3000-exit.
    exit.
*> ------------------------------------------------------------
*> 4000-SUPERSEDE-PROMISE -- the open promise is closed as
*> superseded by the one being keyed, before and after images
*> on audit.dat.
*> ------------------------------------------------------------
4000-supersede-promise.
    move ne-open-key to cn-key
    read collnote
        invalid key
            go to 4000-exit
    end-read
    if not ne-collnote-ok
        perform 9000-collnote-error thru 9000-exit
    end-if
    move spaces to ne-audit-before
    move coll-note-rec to ne-audit-before
    set cn-promise-superseded to true
    move ne-run-date to cn-checked-date
    rewrite coll-note-rec
        invalid key
            display "rewrite failed for the open promise of "
                "customer " ne-fidnum
            go to 4000-exit
    end-rewrite
    if not ne-collnote-ok
        perform 9000-collnote-error thru 9000-exit
    end-if
    move spaces to ne-audit-after
    move coll-note-rec to ne-audit-after
    perform 6000-write-audit-record thru 6000-exit.
4000-exit.
    exit.
*> ------------------------------------------------------------
*> 5000-WRITE-NOTE -- the note under today's date and the time.
*> two notes keyed for one customer inside the same hundredth
*> of a second take the next time along.
*> ------------------------------------------------------------
5000-write-note.
    move spaces to coll-note-rec
    move ne-fidnum to cn-fidnum
    move ne-run-date to cn-note-date
    accept cn-note-time from time
    move ne-contact-type to cn-contact-type
    move ne-operator-id to cn-operator
    move ne-note-text to cn-note-text
    move ne-promise-amount to cn-promise-amount
    move ne-promise-date to cn-promise-date
    if ne-promise-keyed
        set cn-promise-open to true
    else
        set cn-no-promise to true
    end-if
    move 0 to cn-paid-amount
    move 0 to cn-checked-date
    move "N" to ne-written-sw
    move 0 to ne-write-tries
    perform 5100-try-write thru 5100-exit
        until ne-written or ne-write-tries not < 10
    if ne-written
        display "note saved for customer " ne-fidnum
    else
        display "write failed for customer " ne-fidnum
            " - note not saved"
    end-if.
5000-exit.
    exit.
5100-try-write.
    add 1 to ne-write-tries
    write coll-note-rec
        invalid key
            add 1 to cn-note-time
            go to 5100-exit
    end-write
    if not ne-collnote-ok
        perform 9000-collnote-error thru 9000-exit
    end-if
    set ne-written to true.
5100-exit.
    exit.
*> ------------------------------------------------------------
*> 6000-WRITE-AUDIT-RECORD -- append the before and after images
*> of the note to audit.dat.  an audit write failure is reported
*> but does not undo the change.
*> ------------------------------------------------------------
6000-write-audit-record.
    open extend auditf
    accept ad-change-date from date yyyymmdd
    accept ad-change-time from time
    move ne-operator-id to ad-operator
    move "COLLNOTE" to ad-file-name
    move cn-fidnum to ad-fidnum
    move cn-note-date to ad-key-date
    move cn-promise-status to ad-key-type
    move ne-audit-before to ad-before-image
    move ne-audit-after to ad-after-image
    move "PROMISE SUPERSEDED" to ad-reason
    write audit-rec
    if not ne-auditf-ok
        display "warning - audit.dat file error - status "
            ne-auditf-status
        display "audit trail may be incomplete"
    end-if
    close auditf.
6000-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-COLLNOTE-ERROR -- a collnote operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9000-collnote-error.
    display "collnote.dat file error - status "
        ne-collnote-status
    display "noteent terminating"
    stop run.
9000-exit.
    exit.
*> ------------------------------------------------------------
*> 9100-CUSTMAST-ERROR -- a custmast operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9100-custmast-error.
    display "custmast.dat file error - status "
        ne-custmast-status
    display "noteent terminating"
    stop run.
9100-exit.
    exit.
