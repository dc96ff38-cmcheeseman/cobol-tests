*>   09/01/2026  TB    custhist.dat.  outf.dat is only entered
*>   09/01/2026  TB    through a keyed START on the chosen
*>   09/01/2026  TB    FIDNUM, never read front to back.
*>   10/15/2026  TB    A customer written off as bad debt (see
*>   10/15/2026  TB    WRITEOFF) shows the write-off date, the
*>   10/15/2026  TB    amount written off and what LOCKBOX has
*>   10/15/2026  TB    recovered since, under the balance.
*>   10/15/2026  TB    An id CUSTMRG merged away says which id
*>   10/15/2026  TB    it was merged into.
*>   10/15/2026  TB    The collections notes keyed through
*>   10/15/2026  TB    NOTEENT (collnote.dat) show at the bottom
*>   10/15/2026  TB    of the account view, oldest first, the
*>   10/15/2026  TB    latest ten in full with any promise to pay
*>   10/15/2026  TB    and where it stands.
*>   10/15/2026  TB    The outf.dat SELECT declares the entry-
*>   10/15/2026  TB    date and billed-status alternate keys (see
*>   10/15/2026  TB    FDATREC.CPY).  Status 02, a duplicate
*>   10/15/2026  TB    alternate value, counts as good on
*>   10/15/2026  TB    outf.dat.
*>   10/15/2026  TB    Each open charge and the last payment show
*>   10/15/2026  TB    who posted them (FOPER-ID, see
*>   10/15/2026  TB    FDATREC.CPY) -- the clerk's operator id,
*>   10/15/2026  TB    or the job id for a batch posting.  A
*>   10/15/2026  TB    record posted before the stamp was carried
*>   10/15/2026  TB    shows blank.
*> ----------------------------------------------------------------
environment division.
input-output section.
        organization is indexed
        access mode is dynamic
        record key is fkey
        alternate record key is fentry-date with duplicates
        alternate record key is fbill-status with duplicates
        file status is ai-outf-status.
    select custhist assign to "CUSTHIST.DAT"
        organization is line sequential
        file status is ai-custhist-status.
    select collnote assign to "COLLNOTE.DAT"
        organization is indexed
        access mode is dynamic
        record key is cn-key
        file status is ai-collnote-status.
data division.
file section.
fd custmast.
    copy FDATREC.
fd custhist.
    copy CUSTHIST.
fd collnote.
    copy COLLNOTE.
working-storage section.
*> ------------------------------------------------------------
*> file-status and switch work fields
   88 ai-custmast-key-not-found
                               value "23".
01 ai-outf-status pic x(02) value "00".
   88 ai-outf-ok value "00" "02".
   88 ai-outf-not-found value "35".
   88 ai-outf-key-not-found value "23".
01 ai-custhist-status pic x(02) value "00".
   88 ai-custhist-not-found value "35".
01 ai-collnote-status pic x(02) value "00".
   88 ai-collnote-ok value "00".
   88 ai-collnote-not-found value "35".
01 ai-switches.
   02 ai-mast-eof-sw pic x(01) value "N".
      88 ai-mast-eof value "Y".
      88 ai-hist-found value "Y".
   02 ai-no-outf-sw pic x(01) value "N".
      88 ai-no-outf value "Y".
   02 ai-no-notes-sw pic x(01) value "N".
      88 ai-no-notes value "Y".
   02 ai-note-eof-sw pic x(01) value "N".
      88 ai-note-eof value "Y".
*> ------------------------------------------------------------
*> the id being shown and the name-search work fields, the same
*> leading-letters match NAMEINQ makes.
*> ------------------------------------------------------------
01 ai-select-fidnum pic 9(06) value 0.
01 ai-search-name pic x(15) value spaces.
01 ai-search-ucase pic x(15) value spaces.
01 ai-lastname-ucase pic x(15) value spaces.
01 ai-open-count pic 9(04) comp value 0.
01 ai-last-pay-date pic 9(08) value 0.
01 ai-last-pay-amount pic s9(07)v99 value 0.
01 ai-last-pay-oper pic x(08) value spaces.
01 ai-available pic s9(09)v99 value 0.
01 ai-hist-sub pic 9(02) comp value 0.
01 ai-hist-shown pic 9(02) comp value 0.
*> ------------------------------------------------------------
*> the collections notes.  only the latest ai-notes-max are
*> shown; the count of earlier ones is given instead.
*> ------------------------------------------------------------
01 ai-note-count pic 9(04) comp value 0.
01 ai-note-skip pic 9(04) comp value 0.
01 ai-note-seen pic 9(04) comp value 0.
01 ai-notes-max pic 9(04) comp value 10.
01 ai-contact-desc pic x(08) value spaces.
01 ai-promise-desc pic x(10) value spaces.
*> ------------------------------------------------------------
*> display edits
*> ------------------------------------------------------------
01 ai-display-amount pic $$,$$$,$$9.99-.
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE -- loop on account lookups until the clerk
*> keys 999999.
*> ------------------------------------------------------------
0000-mainline.
    open input custmast
            perform 9000-outf-error thru 9000-exit
        end-if
    end-if
    open input collnote
    if ai-collnote-not-found
        set ai-no-notes to true
    else
        if not ai-collnote-ok
            perform 9200-collnote-error thru 9200-exit
        end-if
    end-if
    perform 1000-one-inquiry thru 1000-exit
        until ai-select-fidnum = 999999
    if not ai-no-notes
        close collnote
    end-if
    if not ai-no-outf
        close outf
    end-if
*> show the account.
*> ------------------------------------------------------------
1000-one-inquiry.
    display "enter customer id (000000 = name search, "
        "999999 = quit): " with no advancing
    accept ai-select-fidnum
    if ai-select-fidnum = 999999
        go to 1000-exit
    end-if
    if ai-select-fidnum = 0
        perform 2000-name-search thru 2000-exit
    end-if
    if ai-select-fidnum = 0 or ai-select-fidnum = 999999
        go to 1000-exit
    end-if
    perform 3000-show-account thru 3000-exit.
            ai-search-name
        go to 2000-exit
    end-if
    display "enter customer id to show (000000 = none): "
        with no advancing
    accept ai-select-fidnum.
2000-exit.
*> ------------------------------------------------------------
*> 3000-SHOW-ACCOUNT -- everything about one customer on one
*> display: the standing record, the balance and credit room,
*> the last payment, the open charges, the recent periods and
*> the collections notes.
*> ------------------------------------------------------------
3000-show-account.
    perform 3100-show-master thru 3100-exit
    perform 3200-gather-charges thru 3200-exit
    perform 3500-show-history thru 3500-exit
    perform 3800-show-notes thru 3800-exit.
3000-exit.
    exit.
*> ------------------------------------------------------------
    move 0 to ai-open-count
    move 0 to ai-last-pay-date
    move 0 to ai-last-pay-amount
    move spaces to ai-last-pay-oper
    if ai-no-outf
        perform 3400-show-balance thru 3400-exit
        go to 3200-exit
        if fentry-date > ai-last-pay-date
            move fentry-date to ai-last-pay-date
            move ftotal to ai-last-pay-amount
            move foper-id to ai-last-pay-oper
        end-if
    end-if
    compute ai-open-amount = ftotal - fpaid-amount
        display "  date " fentry-date " type " ftran-type
            " open " ai-display-amount
            " billed " fbill-status " " fbill-reason
            " by " foper-id
    end-if.
3300-exit.
    exit.
    if ai-last-pay-date > 0
        move ai-last-pay-amount to ai-display-amount
        display "last payment: " ai-last-pay-date " for "
            ai-display-amount " by " ai-last-pay-oper
    else
        display "last payment: (none on file)"
    end-if
            display "credit limit: " ai-display-limit
                "  available: " ai-display-avail
        end-if
        if cm-written-off
            display "*** written off as bad debt "
                cm-writeoff-date " - no new charges ***"
            move cm-writeoff-amount to ai-display-amount
            display "written off: " ai-display-amount
                with no advancing
            move cm-recovered-amount to ai-display-amount
            display "  recovered since: " ai-display-amount
        end-if
        if cm-merged-into numeric and cm-merged-into > 0
            display "*** duplicate id - merged into customer "
                cm-merged-into " ***"
        end-if
    end-if.
3400-exit.
    exit.
3700-exit.
    exit.
*> ------------------------------------------------------------
*> 3800-SHOW-NOTES -- the collections notes off collnote.dat,
*> oldest first as the key brings them back.  a first keyed
*> pass counts them so a second can pass over all but the
*> latest ai-notes-max.
*> ------------------------------------------------------------
3800-show-notes.
    if ai-no-notes
        display "collections notes: (collnote.dat not on file)"
        go to 3800-exit
    end-if
    move 0 to ai-note-count
    perform 3810-start-notes thru 3810-exit
    perform 3820-count-one-note thru 3820-exit
        until ai-note-eof
    if ai-note-count = 0
        display "collections notes: (none for this customer)"
        go to 3800-exit
    end-if
    display "collections notes (oldest first):"
    move 0 to ai-note-skip
    if ai-note-count > ai-notes-max
        compute ai-note-skip = ai-note-count - ai-notes-max
        display "  (" ai-note-skip " earlier notes not shown)"
    end-if
    move 0 to ai-note-seen
    perform 3810-start-notes thru 3810-exit
    perform 3830-show-one-note thru 3830-exit
        until ai-note-eof.
3800-exit.
    exit.
3810-start-notes.
    move "N" to ai-note-eof-sw
    move ai-select-fidnum to cn-fidnum
    move 0 to cn-note-date
    move 0 to cn-note-time
    start collnote key not < cn-key
        invalid key
            set ai-note-eof to true
            go to 3810-exit
    end-start
    if not ai-collnote-ok
        perform 9200-collnote-error thru 9200-exit
    end-if.
3810-exit.
    exit.
3820-count-one-note.
    perform 3840-read-one-note thru 3840-exit
    if not ai-note-eof
        add 1 to ai-note-count
    end-if.
3820-exit.
    exit.
3830-show-one-note.
    perform 3840-read-one-note thru 3840-exit
    if ai-note-eof
        go to 3830-exit
    end-if
    add 1 to ai-note-seen
    if ai-note-seen not > ai-note-skip
        go to 3830-exit
    end-if
    evaluate true
        when cn-call-out
            move "CALL OUT" to ai-contact-desc
        when cn-call-in
            move "CALL IN" to ai-contact-desc
        when cn-letter
            move "LETTER" to ai-contact-desc
        when cn-email
            move "E-MAIL" to ai-contact-desc
        when cn-visit
            move "VISIT" to ai-contact-desc
        when other
            move cn-contact-type to ai-contact-desc
    end-evaluate
    display "  " cn-note-date " " cn-note-time(1:4) "  "
        ai-contact-desc "  " cn-operator
    display "      " cn-note-text
    if cn-no-promise
        go to 3830-exit
    end-if
    evaluate true
        when cn-promise-open
            move "OPEN" to ai-promise-desc
        when cn-promise-kept
            move "KEPT" to ai-promise-desc
        when cn-promise-broken
            move "BROKEN" to ai-promise-desc
        when cn-promise-superseded
            move "SUPERSEDED" to ai-promise-desc
        when other
            move cn-promise-status to ai-promise-desc
    end-evaluate
    move cn-promise-amount to ai-display-amount
    display "      promised " ai-display-amount " by "
        cn-promise-date "  " ai-promise-desc
        with no advancing
    if cn-promise-kept or cn-promise-broken
        move cn-paid-amount to ai-display-amount
        display "  paid " ai-display-amount
    else
        display " "
    end-if.
3830-exit.
    exit.
3840-read-one-note.
    read collnote next record
        at end
            set ai-note-eof to true
            go to 3840-exit
    end-read
    if not ai-collnote-ok
        perform 9200-collnote-error thru 9200-exit
    end-if
    if cn-fidnum not = ai-select-fidnum
        set ai-note-eof to true
    end-if.
3840-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-OUTF-ERROR -- an outf operation came back with a file
*> status none of the callers know how to handle.
*> ------------------------------------------------------------
    stop run.
9100-exit.
    exit.
*> ------------------------------------------------------------
*> 9200-COLLNOTE-ERROR -- a collnote operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9200-collnote-error.
    display "collnote.dat file error - status "
        ai-collnote-status
    display "acctinq terminating"
    stop run.
9200-exit.
    exit.
