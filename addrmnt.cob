       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. addrmnt.
AUTHOR. T. Bracken.
INSTALLATION. Accounts Receivable - Daily Charges.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*> ----------------------------------------------------------------
*> Modification history
*> ----------------------------------------------------------------
*>   Date        Init  Description
*>   ----------  ----  -----------------------------------------
*>   10/15/2026  TB    Original program.  Maintains custaddr.dat,
*>   10/15/2026  TB    the customer mailing address file (see the
*>   10/15/2026  TB    CUSTADDR copybook), the way CUSTMNT keeps
*>   10/15/2026  TB    the master: A)DD sets up a billing address,
*>   10/15/2026  TB    optional remit address and phone for a
*>   10/15/2026  TB    customer already on custmast.dat; C)HANGE
*>   10/15/2026  TB    corrects any of them; F)LAG sets or clears
*>   10/15/2026  TB    the do-not-mail / return-mail hold with a
*>   10/15/2026  TB    reason.  Signed on through OPERCHK, and
*>   10/15/2026  TB    every change appends before and after
*>   10/15/2026  TB    images to audit.dat for AUDRPT.
*>   10/15/2026  TB    The audit images are 130 bytes (see
*>   10/15/2026  TB    AUDITREC.CPY): key type 1 carries the
*>   10/15/2026  TB    first 130 bytes of the address record and
*>   10/15/2026  TB    key type 2 the rest, split at byte 131
*>   10/15/2026  TB    instead of 121.
*> ----------------------------------------------------------------
environment division.
input-output section.
file-control.
    select custaddr assign to "CUSTADDR.DAT"
        organization is indexed
        access mode is dynamic
        record key is ma-fidnum
        file status is am-custaddr-status.
    select custmast assign to "CUSTMAST.DAT"
        organization is indexed
        access mode is dynamic
        record key is cm-fidnum
        file status is am-custmast-status.
    select auditf assign to "AUDIT.DAT"
        organization is line sequential
        access is sequential
        file status is am-auditf-status.
data division.
file section.
fd custaddr.
    copy CUSTADDR.
fd custmast.
    copy CUSTMAST.
fd auditf.
    copy AUDITREC.
working-storage section.
*> ------------------------------------------------------------
*> file-status and function-selection work fields
*> ------------------------------------------------------------
01 am-custaddr-status pic x(02) value "00".
   88 am-custaddr-ok value "00".
   88 am-custaddr-not-found value "35".
   88 am-custaddr-dup-key value "22".
   88 am-custaddr-key-not-found
                               value "23".
01 am-custmast-status pic x(02) value "00".
   88 am-custmast-ok value "00".
   88 am-custmast-not-found value "35".
   88 am-custmast-key-not-found
                               value "23".
01 am-auditf-status pic x(02) value "00".
   88 am-auditf-ok value "00".
01 am-function pic x(01) value space.
   88 am-add-function value "A" "a".
   88 am-change-function value "C" "c".
   88 am-flag-function value "F" "f".
   88 am-quit-function value "Q" "q".
01 am-reply pic x(01) value space.
01 am-new-flag pic x(01) value space.
01 am-run-date pic 9(08) value 0.
*> ------------------------------------------------------------
*> correction work fields -- blank keeps what is on file, the
*> same convention CUSTMNT's change function uses.
*> ------------------------------------------------------------
01 am-new-line pic x(30) value spaces.
01 am-new-city pic x(20) value spaces.
01 am-new-state pic x(02) value spaces.
01 am-new-zip pic x(10) value spaces.
01 am-new-phone pic x(14) value spaces.
*> ------------------------------------------------------------
*> audit-trail work fields.  the address record is longer than
*> one audit image, so the before and after images are held
*> whole here and appended as two lines (see CUSTADDR).
*> ------------------------------------------------------------
01 am-operator-id pic x(08) value spaces.
01 am-reason pic x(30) value spaces.
01 am-audit-before pic x(260) value spaces.
01 am-audit-after pic x(260) value spaces.
*> ------------------------------------------------------------
*> sign-on work fields for the OPERCHK call
*> ------------------------------------------------------------
01 am-level-needed pic 9(01) value 1.
01 am-check-result pic x(01) value "N".
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE -- open the address file (creating it the first
*> time addrmnt is ever run), sign the clerk on, and loop on the
*> function menu until the clerk quits.
*> ------------------------------------------------------------
0000-mainline.
    accept am-run-date from date yyyymmdd
    open input custmast
    if am-custmast-not-found
        display "custmast.dat not found - set customers up "
            "with custmnt first"
        stop run
    end-if
    if not am-custmast-ok
        perform 9100-custmast-error thru 9100-exit
    end-if
    open i-o custaddr
    if am-custaddr-not-found
        open output custaddr
        close custaddr
        open i-o custaddr
    end-if
    if not am-custaddr-ok
        perform 9000-custaddr-error thru 9000-exit
    end-if
    call "OPERCHK" using am-level-needed, am-operator-id,
        am-check-result
    if am-check-result not = "Y"
        display "address maintenance refused"
        close custaddr
        close custmast
        stop run
    end-if
    perform 1000-prompt-function thru 1000-exit
        until am-quit-function
    close custaddr
    close custmast
    stop run.
*> ------------------------------------------------------------
*> 1000-PROMPT-FUNCTION -- ask the clerk which maintenance
*> function to perform and dispatch to it.
*> ------------------------------------------------------------
1000-prompt-function.
    display "A)DD  C)HANGE  F)LAG MAIL HOLD  Q)UIT: "
        with no advancing
    accept am-function
    evaluate true
        when am-add-function
            perform 2000-add-address thru 2000-exit
        when am-change-function
            perform 3000-change-address thru 3000-exit
        when am-flag-function
            perform 4000-flag-mail-hold thru 4000-exit
        when am-quit-function
            next sentence
        when other
            display "not valid - enter A, C, F or Q"
    end-evaluate.
1000-exit.
    exit.
*> ------------------------------------------------------------
*> 2000-ADD-ADDRESS -- set up the address record for a customer
*> already on the master.  a billing first line, city and state
*> are required; the remit address is only keyed on a Y answer.
*> ------------------------------------------------------------
2000-add-address.
    display "enter customer id: " with no advancing
    accept ma-fidnum
    move ma-fidnum to cm-fidnum
    read custmast
        invalid key
            display "customer " cm-fidnum
                " is not on the customer master - not added"
            go to 2000-exit
    end-read
    if not am-custmast-ok
        perform 9100-custmast-error thru 9100-exit
    end-if
    display "customer " cm-fidnum "  " cm-cname
    move spaces to ma-bill-address
    move spaces to ma-remit-address
    display "billing address line 1: " with no advancing
    accept ma-bill-line-1
    display "billing address line 2 (blank = none): "
        with no advancing
    accept ma-bill-line-2
    display "city: " with no advancing
    accept ma-bill-city
    display "state: " with no advancing
    accept ma-bill-state
    display "zip: " with no advancing
    accept ma-bill-zip
    if ma-bill-line-1 = spaces or ma-bill-city = spaces
            or ma-bill-state = spaces
        display "billing line 1, city and state are "
            "required - not added"
        go to 2000-exit
    end-if
    display "separate remit address for checks (Y/N)? "
        with no advancing
    accept am-reply
    if am-reply = "Y" or am-reply = "y"
        perform 2100-key-remit-address thru 2100-exit
    end-if
    display "phone: " with no advancing
    move spaces to ma-phone
    accept ma-phone
    set ma-mail-ok to true
    move 0 to ma-flag-date
    move spaces to am-audit-before
    move spaces to am-reason
    write cust-addr-rec
        invalid key
            display "customer " ma-fidnum
                " already has an address - use C)HANGE"
        not invalid key
            perform 5000-write-audit-record thru 5000-exit
            display "address added for customer " ma-fidnum
    end-write
    if not am-custaddr-ok and not am-custaddr-dup-key
        perform 9000-custaddr-error thru 9000-exit
    end-if.
2000-exit.
    exit.
2100-key-remit-address.
    display "remit address line 1: " with no advancing
    accept ma-remit-line-1
    display "remit address line 2 (blank = none): "
        with no advancing
    accept ma-remit-line-2
    display "remit city: " with no advancing
    accept ma-remit-city
    display "remit state: " with no advancing
    accept ma-remit-state
    display "remit zip: " with no advancing
    accept ma-remit-zip
    if ma-remit-line-1 = spaces
        move spaces to ma-remit-address
        display "no remit line 1 keyed - checks go to the "
            "billing address"
    end-if.
2100-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-CHANGE-ADDRESS -- look the record up and let the clerk
*> correct it.
*> ------------------------------------------------------------
3000-change-address.
    display "enter customer id to change: " with no advancing
    accept ma-fidnum
    read custaddr
        invalid key
            display "no address on file for customer "
                ma-fidnum " - use A)DD"
        not invalid key
            move spaces to am-audit-before
            move cust-addr-rec to am-audit-before
            perform 3100-correct-address thru 3100-exit
    end-read
    if not am-custaddr-ok and not am-custaddr-key-not-found
        perform 9000-custaddr-error thru 9000-exit
    end-if.
3000-exit.
    exit.
*> ------------------------------------------------------------
*> 3100-CORRECT-ADDRESS -- show each field and take a blank for
*> no change.  the remit address is only touched after a Y
*> answer, and can be dropped back to "same as billing" there.
*> ------------------------------------------------------------
3100-correct-address.
    display "billing: " ma-bill-line-1
    display "         " ma-bill-line-2
    display "         " ma-bill-city " " ma-bill-state " "
        ma-bill-zip
    display "new billing line 1 (blank = no change): "
        with no advancing
    move spaces to am-new-line
    accept am-new-line
    if am-new-line not = spaces
        move am-new-line to ma-bill-line-1
    end-if
    display "new billing line 2 (blank = no change, * = clear): "
        with no advancing
    move spaces to am-new-line
    accept am-new-line
    if am-new-line = "*"
        move spaces to ma-bill-line-2
    else
        if am-new-line not = spaces
            move am-new-line to ma-bill-line-2
        end-if
    end-if
    display "new city (blank = no change): " with no advancing
    move spaces to am-new-city
    accept am-new-city
    if am-new-city not = spaces
        move am-new-city to ma-bill-city
    end-if
    display "new state (blank = no change): " with no advancing
    move spaces to am-new-state
    accept am-new-state
    if am-new-state not = spaces
        move am-new-state to ma-bill-state
    end-if
    display "new zip (blank = no change): " with no advancing
    move spaces to am-new-zip
    accept am-new-zip
    if am-new-zip not = spaces
        move am-new-zip to ma-bill-zip
    end-if
    if ma-remit-line-1 = spaces
        display "remit: same as billing"
    else
        display "remit:   " ma-remit-line-1
        display "         " ma-remit-line-2
        display "         " ma-remit-city " " ma-remit-state
            " " ma-remit-zip
    end-if
    display "change remit address (Y/N)? " with no advancing
    accept am-reply
    if am-reply = "Y" or am-reply = "y"
        move spaces to ma-remit-address
        perform 2100-key-remit-address thru 2100-exit
    end-if
    display "current phone: " ma-phone
    display "new phone (blank = no change): " with no advancing
    move spaces to am-new-phone
    accept am-new-phone
    if am-new-phone not = spaces
        move am-new-phone to ma-phone
    end-if
    move spaces to am-reason
    rewrite cust-addr-rec
        invalid key
            display "rewrite failed for customer " ma-fidnum
        not invalid key
            perform 5000-write-audit-record thru 5000-exit
            display "address changed for customer " ma-fidnum
    end-rewrite
    if not am-custaddr-ok and not am-custaddr-key-not-found
        perform 9000-custaddr-error thru 9000-exit
    end-if.
3100-exit.
    exit.
*> ------------------------------------------------------------
*> 4000-FLAG-MAIL-HOLD -- set do-not-mail or return-mail, or
*> clear the hold once the address is good again.  a reason is
*> taken for the audit trail either way.
*> ------------------------------------------------------------
4000-flag-mail-hold.
    display "enter customer id: " with no advancing
    accept ma-fidnum
    read custaddr
        invalid key
            display "no address on file for customer "
                ma-fidnum " - use A)DD"
            go to 4000-exit
    end-read
    if not am-custaddr-ok
        perform 9000-custaddr-error thru 9000-exit
    end-if
    move spaces to am-audit-before
    move cust-addr-rec to am-audit-before
    display "current mail hold: " ma-mail-flag
        "  (blank none, D do not mail, R return mail)"
    display "new hold D, R or C to clear: " with no advancing
    move space to am-new-flag
    accept am-new-flag
    inspect am-new-flag converting "drc" to "DRC"
    evaluate am-new-flag
        when "D"
            set ma-do-not-mail to true
        when "R"
            set ma-return-mail to true
        when "C"
            set ma-mail-ok to true
        when other
            display "not valid - nothing changed"
            go to 4000-exit
    end-evaluate
    move am-run-date to ma-flag-date
    display "enter reason: " with no advancing
    move spaces to am-reason
    accept am-reason
    rewrite cust-addr-rec
        invalid key
            display "rewrite failed for customer " ma-fidnum
        not invalid key
            perform 5000-write-audit-record thru 5000-exit
            display "mail hold for customer " ma-fidnum
                " is now '" ma-mail-flag "'"
    end-rewrite
    if not am-custaddr-ok and not am-custaddr-key-not-found
        perform 9000-custaddr-error thru 9000-exit
    end-if.
4000-exit.
    exit.
*> ------------------------------------------------------------
*> 5000-WRITE-AUDIT-RECORD -- append the before and after images
*> of the address record to audit.dat as two lines, type "1"
*> for the first 130 bytes and "2" for the rest.  an audit
*> write failure is reported but does not undo the change,
*> which is already safely on custaddr.dat.
*> ------------------------------------------------------------
5000-write-audit-record.
    move spaces to am-audit-after
    move cust-addr-rec to am-audit-after
    open extend auditf
    accept ad-change-date from date yyyymmdd
    accept ad-change-time from time
    move am-operator-id to ad-operator
    move "CUSTADDR" to ad-file-name
    move ma-fidnum to ad-fidnum
    move 0 to ad-key-date
    move "1" to ad-key-type
    move am-audit-before(1:130) to ad-before-image
    move am-audit-after(1:130) to ad-after-image
    move am-reason to ad-reason
    write audit-rec
    move "2" to ad-key-type
    move am-audit-before(131:130) to ad-before-image
    move am-audit-after(131:130) to ad-after-image
    write audit-rec
    if not am-auditf-ok
        display "warning - audit.dat file error - status "
            am-auditf-status
        display "audit trail may be incomplete"
    end-if
    close auditf.
5000-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-CUSTADDR-ERROR -- a custaddr operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9000-custaddr-error.
    display "custaddr.dat file error - status "
        am-custaddr-status
    display "addrmnt terminating"
    stop run.
9000-exit.
    exit.
*> ------------------------------------------------------------
*> 9100-CUSTMAST-ERROR -- a custmast operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9100-custmast-error.
    display "custmast.dat file error - status "
        am-custmast-status
    display "addrmnt terminating"
    stop run.
9100-exit.
    exit.
