*>   09/01/2026  TB    was inheriting whatever the record buffer
*>   09/01/2026  TB    last held.  The office keys the branch
*>   09/01/2026  TB    through CUSTMNT.
*>   10/15/2026  TB    The extract now carries the mailing address
*>   10/15/2026  TB    after the credit limit -- billing address,
*>   10/15/2026  TB    optional remit address, phone and a mail
*>   10/15/2026  TB    hold flag -- and an add or change line with
*>   10/15/2026  TB    a billing first line loads it onto
*>   10/15/2026  TB    custaddr.dat (see CUSTADDR) with the same
*>   10/15/2026  TB    two-line audit ADDRMNT writes.  A blank
*>   10/15/2026  TB    hold flag on the feed leaves a hold the
*>   10/15/2026  TB    office set in place; a line from before
*>   10/15/2026  TB    the address fields existed loads as it
*>   10/15/2026  TB    always did.
*>   10/15/2026  TB    A customer added off the feed starts with
*>   10/15/2026  TB    the bad-debt write-off fields (see
*>   10/15/2026  TB    CUSTMAST) clear.
*>   10/15/2026  TB    A feed change for an id CUSTMRG has merged
*>   10/15/2026  TB    into another is refused onto the exceptions
*>   10/15/2026  TB    -- the feed still carries the duplicate,
*>   10/15/2026  TB    and applying it would make the merged id
*>   10/15/2026  TB    active again.  New customers start with no
*>   10/15/2026  TB    merge pointer.
*>   10/15/2026  TB    The customer id on custimp.dat is six
*>   10/15/2026  TB    digits wide with FIDNUM (see FDATREC.CPY);
*>   10/15/2026  TB    the reject line widened with it.  000000
*>   10/15/2026  TB    and 999999 are the placeholder ids now.
*>   10/15/2026  TB    The audit images are 130 bytes (see
*>   10/15/2026  TB    AUDITREC.CPY): key type 1 carries the
*>   10/15/2026  TB    first 130 bytes of the address record and
*>   10/15/2026  TB    key type 2 the rest.
*> ----------------------------------------------------------------
environment division.
input-output section.
        access mode is dynamic
        record key is cm-fidnum
        file status is cl-custmast-status.
    select custaddr assign to "CUSTADDR.DAT"
        organization is indexed
        access mode is dynamic
        record key is ma-fidnum
        file status is cl-custaddr-status.
    select auditf assign to "AUDIT.DAT"
        organization is line sequential
        access is sequential
*> impf -- the head-office extract, read as plain text so a
*> non-numeric id or limit is caught instead of abending the
*> load.  blank status on an add or change is taken as active.
*> the address block is optional -- a blank billing first line
*> leaves custaddr.dat alone.
*> ------------------------------------------------------------
fd impf.
01 imp-rec.
   02 cl-in-action pic x(01).
   02 cl-in-idnum pic x(06).
   02 cl-in-firstname pic x(15).
   02 cl-in-lastname pic x(15).
   02 cl-in-status pic x(01).
   02 cl-in-limit pic x(09).
   02 cl-in-bill-address.
      03 cl-in-bill-line-1 pic x(30).
      03 cl-in-bill-line-2 pic x(30).
      03 cl-in-bill-city pic x(20).
      03 cl-in-bill-state pic x(02).
      03 cl-in-bill-zip pic x(10).
   02 cl-in-remit-address.
      03 cl-in-remit-line-1 pic x(30).
      03 cl-in-remit-line-2 pic x(30).
      03 cl-in-remit-city pic x(20).
      03 cl-in-remit-state pic x(02).
      03 cl-in-remit-zip pic x(10).
   02 cl-in-phone pic x(14).
   02 cl-in-mail-flag pic x(01).
fd custmast.
    copy CUSTMAST.
fd custaddr.
    copy CUSTADDR.
fd auditf.
    copy AUDITREC.
fd rejlst.
   88 cl-custmast-dup-key value "22".
   88 cl-custmast-key-not-found
                               value "23".
01 cl-custaddr-status pic x(02) value "00".
   88 cl-custaddr-ok value "00".
   88 cl-custaddr-not-found value "35".
   88 cl-custaddr-key-not-found
                               value "23".
01 cl-auditf-status pic x(02) value "00".
   88 cl-auditf-ok value "00".
01 cl-rejlst-status pic x(02) value "00".
*> ------------------------------------------------------------
*> work views of the text fields
*> ------------------------------------------------------------
01 cl-work-idnum pic 9(06) value 0.
01 cl-work-action pic x(01).
01 cl-work-status pic x(01).
01 cl-limit-work pic x(09).
*> own name the way a clerk signs CUSTMNT.
*> ------------------------------------------------------------
01 cl-operator-id pic x(08) value "CUSTLOAD".
01 cl-audit-before pic x(130) value spaces.
*> ------------------------------------------------------------
*> the address record is longer than one audit image; its
*> before and after images are held whole and appended as two
*> lines, the way ADDRMNT does.
*> ------------------------------------------------------------
01 cl-addr-before pic x(260) value spaces.
01 cl-addr-after pic x(260) value spaces.
01 cl-work-flag pic x(01) value space.
*> ------------------------------------------------------------
*> counts for the proof display
*> ------------------------------------------------------------
01 cl-changed-count pic 9(06) comp value 0.
01 cl-deact-count pic 9(06) comp value 0.
01 cl-reject-count pic 9(06) comp value 0.
01 cl-addr-count pic 9(06) comp value 0.
*> ------------------------------------------------------------
*> the reject line: the record as sent, a gap, and the reason.
*> ------------------------------------------------------------
01 cl-rej-line.
   02 cl-rej-rec pic x(47).
   02 filler pic x(02) value spaces.
   02 cl-rej-reason pic x(40).
01 cl-heading-1.
    if not cl-custmast-ok
        perform 9000-custmast-error thru 9000-exit
    end-if
    open i-o custaddr
    if cl-custaddr-not-found
        open output custaddr
        close custaddr
        open i-o custaddr
    end-if
    if not cl-custaddr-ok
        perform 9100-custaddr-error thru 9100-exit
    end-if
    open output rejlst
    move cl-heading-1 to rej-line
    write rej-line
    perform 2000-apply-one-line thru 2000-exit
        until cl-eof
    close rejlst
    close custaddr
    close custmast
    close impf
    display "customer master load complete"
    display "  added           : " cl-added-count
    display "  changed         : " cl-changed-count
    display "  deactivated     : " cl-deact-count
    display "  addresses loaded: " cl-addr-count
    display "  rejected        : " cl-reject-count
    if cl-reject-count > 0
        display "work the rejects on CUSTLOAD.LST and resend"
                perform 6000-deactivate-customer thru 6000-exit
        end-evaluate
    end-if
    if cl-edit-ok and cl-work-action not = "D"
            and cl-in-bill-line-1 not = spaces
        perform 6500-load-address thru 6500-exit
    end-if
    if cl-edit-failed
        perform 7000-write-reject thru 7000-exit
    end-if
        go to 3000-exit
    end-if
    move cl-in-idnum to cl-work-idnum
    if cl-work-idnum = 000000 or cl-work-idnum = 999999
        move "customer id is a placeholder" to cl-reason
        set cl-edit-failed to true
        go to 3000-exit
        move "credit limit not numeric" to cl-reason
        set cl-edit-failed to true
        go to 3000-exit
    end-if
    if cl-in-bill-line-1 = spaces
        go to 3000-exit
    end-if
    if cl-in-bill-city = spaces or cl-in-bill-state = spaces
        move "address needs city and state" to cl-reason
        set cl-edit-failed to true
        go to 3000-exit
    end-if
    move cl-in-mail-flag to cl-work-flag
    inspect cl-work-flag converting "dr" to "DR"
    if cl-work-flag not = space and cl-work-flag not = "D"
            and cl-work-flag not = "R"
        move "mail hold flag not blank, D or R" to cl-reason
        set cl-edit-failed to true
        go to 3000-exit
    end-if.
3000-exit.
    exit.
    accept cm-added-date from date yyyymmdd
    compute cm-credit-limit = cl-limit-cents / 100
    move spaces to cm-branch-code
    set cm-not-written-off to true
    move 0 to cm-writeoff-date
    move 0 to cm-writeoff-amount
    move 0 to cm-recovered-amount
    move 0 to cm-merged-into
    move spaces to cl-audit-before
    write cust-master-rec
        invalid key
            move "change - customer not on file" to cl-reason
            set cl-edit-failed to true
        not invalid key
            if cm-merged-into numeric and cm-merged-into > 0
                move "change - id was merged into another"
                    to cl-reason
                set cl-edit-failed to true
                go to 5000-exit
            end-if
            move spaces to cl-audit-before
            move cust-master-rec to cl-audit-before
            move cl-in-firstname to cm-firstname
    end-if.
6000-exit.
    exit.
*> ------------------------------------------------------------
*> 6500-LOAD-ADDRESS -- the line's address block onto
*> custaddr.dat, added or overlaid.  a blank hold flag on the
*> feed keeps whatever hold the office set; a D or R from head
*> office sets one.  the master side of the line is already
*> applied, so a failure here only warns.
*> ------------------------------------------------------------
6500-load-address.
    move cl-work-idnum to ma-fidnum
    read custaddr
        invalid key
            move spaces to cl-addr-before
            move spaces to cust-addr-rec
            move cl-work-idnum to ma-fidnum
            set ma-mail-ok to true
            move 0 to ma-flag-date
        not invalid key
            move spaces to cl-addr-before
            move cust-addr-rec to cl-addr-before
    end-read
    if not cl-custaddr-ok and not cl-custaddr-key-not-found
        perform 9100-custaddr-error thru 9100-exit
    end-if
    move cl-in-bill-address to ma-bill-address
    if cl-in-remit-line-1 = spaces
        move spaces to ma-remit-address
    else
        move cl-in-remit-address to ma-remit-address
    end-if
    if cl-in-phone not = spaces
        move cl-in-phone to ma-phone
    end-if
    if cl-work-flag not = space
        move cl-work-flag to ma-mail-flag
        accept ma-flag-date from date yyyymmdd
    end-if
    if cl-custaddr-key-not-found
        write cust-addr-rec
            invalid key
                display "warning - address for customer "
                    ma-fidnum " not loaded"
        end-write
    else
        rewrite cust-addr-rec
            invalid key
                display "warning - address for customer "
                    ma-fidnum " not loaded"
        end-rewrite
    end-if
    if cl-custaddr-ok
        add 1 to cl-addr-count
        perform 8500-write-address-audit thru 8500-exit
    end-if.
6500-exit.
    exit.
7000-write-reject.
    move imp-rec to cl-rej-rec
    move cl-reason to cl-rej-reason
8000-exit.
    exit.
*> ------------------------------------------------------------
*> 8500-WRITE-ADDRESS-AUDIT -- the two-line address audit
*> ADDRMNT appends (type "1" the first 130 bytes, "2" the
*> rest), under the feed's own operator id.
*> ------------------------------------------------------------
8500-write-address-audit.
    move spaces to cl-addr-after
    move cust-addr-rec to cl-addr-after
    open extend auditf
    accept ad-change-date from date yyyymmdd
    accept ad-change-time from time
    move cl-operator-id to ad-operator
    move "CUSTADDR" to ad-file-name
    move ma-fidnum to ad-fidnum
    move 0 to ad-key-date
    move "1" to ad-key-type
    move cl-addr-before(1:130) to ad-before-image
    move cl-addr-after(1:130) to ad-after-image
    move spaces to ad-reason
    write audit-rec
    move "2" to ad-key-type
    move cl-addr-before(131:130) to ad-before-image
    move cl-addr-after(131:130) to ad-after-image
    write audit-rec
    if not cl-auditf-ok
        display "warning - audit.dat file error - status "
            cl-auditf-status
        display "audit trail may be incomplete"
    end-if
    close auditf.
8500-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-CUSTMAST-ERROR -- a custmast operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
    stop run.
9000-exit.
    exit.
*> ------------------------------------------------------------
*> 9100-CUSTADDR-ERROR -- a custaddr operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9100-custaddr-error.
    display "custaddr.dat file error - status "
        cl-custaddr-status
    display "custload terminating"
    stop run.
9100-exit.
    exit.
