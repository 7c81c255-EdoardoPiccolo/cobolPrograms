01 ws-scan        PIC 99 VALUE 0.
01 ws-match-count PIC 9(3) VALUE 0.
01 ws-save-ident  PIC 9(3) VALUE 0.
*> the SSN goes on screen through SSNMASK - the last four digits,
*> the whole number only for an operator with the full-SSN
*> authority (and then logged)
01 ws-ssn-view-mode PIC X VALUE "S".
01 ws-ssn-shown     PIC X(11) VALUE SPACES.
01 ws-slot PIC 9 VALUE 0.
01 ws-found-flag PIC X VALUE "N".
    88 detail-found VALUE "Y".
                DISPLAY "ADDRESS    : " ad-street
                DISPLAY "             " ad-city " " ad-state
                    " " ad-postal "  PH " ad-phone
                IF ad-undeliverable
                    DISPLAY "             RETURNED MAIL - "
                        ad-returned-doc " came back "
                        ad-returned-date " - mail held"
                END-IF
        END-READ
    END-IF.

                NOT AT END
                    IF SSNOwnerIdent = ws-save-ident
                        MOVE "Y" TO ws-found-flag
                        CALL "SSNMASK" USING ws-ops-program
                            ws-ssn-view-mode SSNum SSNOwnerIdent
                            ws-ssn-shown
                        DISPLAY "SSN        : " ws-ssn-shown
                            "  VERIFY STATUS '" SSNVerifyStat "'"
                    END-IF
            END-READ
            NOT INVALID KEY
                DISPLAY "VOTER REG  : '" vreg-status
                    "' EVALUATED " vreg-eval-date
                    " PRECINCT " vreg-precinct
        END-READ
    END-IF.
