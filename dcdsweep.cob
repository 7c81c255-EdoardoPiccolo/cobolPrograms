01 ws-open-amt   PIC 9(7)V99 VALUE 0.
01 ws-open-total PIC 9(9)V99 VALUE 0.
01 ws-report-text PIC X(70).
*> the exception report shows the last four SSN digits only,
*> through SSNMASK
01 ws-ssn-view-mode PIC X VALUE "P".
01 ws-ssn-shown     PIC X(11) VALUE SPACES.

01 ws-deceased-count PIC 9(3) VALUE 0.
01 ws-ctl-written PIC 9(3) VALUE 0.
    WRITE deceased-ctl-rec
    ADD 1 TO ws-ctl-written

    CALL "SSNMASK" USING ws-ops-program ws-ssn-view-mode
        SSNum SSNOwnerIdent ws-ssn-shown
    MOVE SPACES TO ws-report-text
    STRING "DECEASED CUSTOMER " ws-work-ident " - SSN " ws-ssn-shown
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line

                IF vreg-status NOT = "I"
                    MOVE "I" TO vreg-status
                    MOVE ws-run-date TO vreg-eval-date
                    MOVE SPACES TO vreg-precinct
                    REWRITE voter-reg-rec
                        INVALID KEY
                            DISPLAY "Unable to re-register ident "
                    IF am-ident NOT = ws-work-ident
                        SET sub-sweep-done TO TRUE
                    ELSE
                        IF NOT am-paid AND NOT am-charged-off
                                AND NOT am-restructured
                            COMPUTE ws-open-amt =
                                am-amount - am-paid-amt
                            ADD ws-open-amt TO ws-open-total
