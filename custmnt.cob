*>   09/01/2026  TB    accepting any eight characters; a refused
*>   09/01/2026  TB    sign-on ends the run and lands on
*>   09/01/2026  TB    audit.dat for AUDRPT.
*>   10/15/2026  TB    A new customer starts with the bad-debt
*>   10/15/2026  TB    write-off fields (see CUSTMAST) clear.
*>   10/15/2026  TB    And with no merge pointer (see CUSTMRG).
*>   10/15/2026  TB    The audit image work fields are 130 bytes
*>   10/15/2026  TB    with the audit.dat images (see
*>   10/15/2026  TB    AUDITREC.CPY).
*> ----------------------------------------------------------------
environment division.
input-output section.
*> is read, ahead of any correction keyed over it.
*> ------------------------------------------------------------
01 mn-operator-id pic x(08) value spaces.
01 mn-audit-before pic x(130) value spaces.
*> ------------------------------------------------------------
*> sign-on work fields for the OPERCHK call
*> ------------------------------------------------------------
        display "name fields cannot be blank - not added"
        set mn-info-invalid to true
    end-if
    if cm-fidnum = 000000 or cm-fidnum = 999999
        display "id " cm-fidnum " is not a valid customer id"
        set mn-info-invalid to true
    end-if
        with no advancing
    move spaces to cm-branch-code
    accept cm-branch-code
    set cm-not-written-off to true
    move 0 to cm-writeoff-date
    move 0 to cm-writeoff-amount
    move 0 to cm-recovered-amount
    move 0 to cm-merged-into
    write cust-master-rec
        invalid key
            display "customer " cm-fidnum
