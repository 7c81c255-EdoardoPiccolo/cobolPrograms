    02 sort-verify PIC X.

FD EXCEPTION-RPT.
01 exception-line PIC X(70).

WORKING-STORAGE SECTION.
01 ws-ssn-status  PIC XX VALUE "00".
    88 ws-ssn-eof VALUE "Y".
01 ws-cust-eof-flag PIC X VALUE "N".
    88 ws-cust-eof VALUE "Y".
01 ws-exception-line PIC X(70).
*> the report lies around the ops room - SSNs print as the last
*> four digits only, through SSNMASK
01 ws-ssn-view-mode PIC X VALUE "P".
01 ws-ssn-shown     PIC X(11) VALUE SPACES.
01 ws-exception-count PIC 9(5) VALUE 0.
01 ws-cust-count PIC 9(5) VALUE 0.
01 ws-cust-ssn-count PIC 9(5) VALUE 0.
            UNTIL ws-ssn-eof OR bo-owner > ident
        ADD 1 TO ws-cust-ssn-count
        IF bo-verify = "N"
            CALL "SSNMASK" USING ws-ops-program ws-ssn-view-mode
                bo-ssn bo-owner ws-ssn-shown
            MOVE SPACES TO ws-exception-line
            STRING "VERIFICATION NO-MATCH - SSN " ws-ssn-shown
                " OWNER " bo-owner DELIMITED BY SIZE
                INTO ws-exception-line
            PERFORM write-exception-line
        END-IF
    END-EVALUATE.

report-orphaned-ssn.
    CALL "SSNMASK" USING ws-ops-program ws-ssn-view-mode
        bo-ssn bo-owner ws-ssn-shown
    MOVE SPACES TO ws-exception-line
    STRING "ORPHANED SSN " ws-ssn-shown " - OWNER IDENT " bo-owner
        " HAS NO CUSTOMER RECORD" DELIMITED BY SIZE
        INTO ws-exception-line
    PERFORM write-exception-line.
