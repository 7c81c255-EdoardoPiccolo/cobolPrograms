
01 ws-owner-name PIC X(20) VALUE SPACES.
01 ws-excp-line  PIC X(70).
*> the exception report and console lines show the last four digits
*> only, through SSNMASK - the request file to the agency carries
*> the full number, it has to
01 ws-ssn-view-mode PIC X VALUE "P".
01 ws-ssn-shown     PIC X(11) VALUE SPACES.
01 ws-no-owner      PIC 9(3) VALUE 0.
01 ws-sent-count    PIC 9(5) VALUE 0.
01 ws-match-count   PIC 9(5) VALUE 0.
01 ws-nomatch-count PIC 9(5) VALUE 0.
    MOVE "P" TO SSNVerifyStat
    REWRITE SSN-RECORD
        INVALID KEY
            CALL "SSNMASK" USING ws-ops-program ws-ssn-view-mode
                SSNum SSNOwnerIdent ws-ssn-shown
            DISPLAY "Unable to stamp SSN record " ws-ssn-shown
            MOVE 8 TO ws-return-code
    END-REWRITE.

            *> SSNFIX since the export, perhaps) - worth a line
            ADD 1 TO ws-unknown-count
            MOVE 8 TO ws-return-code
            CALL "SSNMASK" USING ws-ops-program ws-ssn-view-mode
                vr-ssn ws-no-owner ws-ssn-shown
            MOVE SPACES TO ws-excp-line
            STRING "RESULT FOR UNKNOWN SSN " ws-ssn-shown
                DELIMITED BY SIZE INTO ws-excp-line
            MOVE ws-excp-line TO verify-excp-rec
            WRITE verify-excp-rec
            END-WRITE
        NOT INVALID KEY
            CALL "SSNMASK" USING ws-ops-program ws-ssn-view-mode
                SSNum SSNOwnerIdent ws-ssn-shown
            EVALUATE TRUE
            WHEN vr-no-match
                ADD 1 TO ws-nomatch-count
                MOVE 8 TO ws-return-code
                MOVE "N" TO SSNVerifyStat
                MOVE SPACES TO ws-excp-line
                STRING "NO MATCH - SSN " ws-ssn-shown " OWNER "
                    SSNOwnerIdent
                    DELIMITED BY SIZE INTO ws-excp-line
                MOVE ws-excp-line TO verify-excp-rec
                MOVE 8 TO ws-return-code
                MOVE "D" TO SSNVerifyStat
                MOVE SPACES TO ws-excp-line
                STRING "DECEASED - SSN " ws-ssn-shown " OWNER "
                    SSNOwnerIdent " - RUN DCDSWEEP"
                    DELIMITED BY SIZE INTO ws-excp-line
                MOVE ws-excp-line TO verify-excp-rec
            END-EVALUATE
            REWRITE SSN-RECORD
                INVALID KEY
                    DISPLAY "Unable to stamp SSN record "
                        ws-ssn-shown
                    MOVE 8 TO ws-return-code
            END-REWRITE
    END-READ.
