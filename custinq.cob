01 ws-ssn-found-flag PIC X VALUE "N".
    88 ssn-found VALUE "Y".
01 ws-save-ident  PIC 9(3) VALUE 0.
*> the SSN goes on screen through SSNMASK - the last four digits,
*> the whole number only for an operator with the full-SSN
*> authority (and then logged)
01 ws-ssn-view-mode PIC X VALUE "S".
01 ws-ssn-shown     PIC X(11) VALUE SPACES.

01 ws-return-code PIC 9(4) VALUE 0.

                AT END SET no-more-ssns TO TRUE
                NOT AT END
                    IF SSNOwnerIdent = ws-save-ident
                        CALL "SSNMASK" USING ws-ops-program
                            ws-ssn-view-mode SSNum SSNOwnerIdent
                            ws-ssn-shown
                        DISPLAY "SSN ON FILE: " ws-ssn-shown
                        MOVE "Y" TO ws-ssn-found-flag
                    END-IF
            END-READ
