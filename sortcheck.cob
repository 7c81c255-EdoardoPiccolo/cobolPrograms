*> SORT, on custDept, to feed its control break) actually reads
*> SSN-SORTED/CUST-SORTED - don't assume those files are consumed by
*> anything but this program's own SORT step above.
*>
*> The SSN view is a listing ops reads, so the SSNs on it (and on
*> the exception report) show the last four digits only, through
*> SSNMASK - SORT gives a work file, and the listing is written
*> from that in the same order.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ALTERNATE RECORD KEY IS custName WITH DUPLICATES
        FILE STATUS IS ws-cust-status.

    SELECT SSN-SORT-OUT ASSIGN TO "data/sortcheck_ssn.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-ssn-sort-out-status.

    SELECT SSN-SORTED ASSIGN TO "data/ssnsorted.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-ssn-sorted-status.
FD CUSTOMER-MASTER.
COPY CUSTREC.

FD SSN-SORT-OUT.
01 ssn-sort-out-rec.
    02 out-ssn-digits PIC 9(9).
    02 out-ssn-owner  PIC 9(3).

FD SSN-SORTED.
01 ssn-sorted-rec.
    02 sorted-ssn-shown  PIC X(11).
    02 FILLER            PIC X.
    02 sorted-ssn-owner  PIC 9(3).

FD CUST-SORTED.
01 ws-ssn-status        PIC XX VALUE "00".
01 ws-cust-status       PIC XX VALUE "00".
01 ws-ssn-sorted-status PIC XX VALUE "00".
01 ws-ssn-sort-out-status PIC XX VALUE "00".
01 ws-cust-sorted-status PIC XX VALUE "00".
01 ws-rpt-status        PIC XX VALUE "00".
01 ws-ssn-eof-flag PIC X VALUE "N".
    88 ws-cust-eof VALUE "Y".
01 ws-exception-line PIC X(60).
01 ws-exception-count PIC 9(5) VALUE 0.
01 ws-ssn-view-mode PIC X VALUE "P".
01 ws-ssn-shown     PIC X(11) VALUE SPACES.

*> job-stream run-state handshake (RUNSTATE) - this step skips when
*> already complete for the business date (PARM FORCE re-runs it)
*> out in ascending key order - a sorted view for ops, same as before
SORT SORT-WORK-1 ON ASCENDING KEY sort-ssn-digits
    USING SSN-MASTER
    GIVING SSN-SORT-OUT
PERFORM write-ssn-listing

SORT SORT-WORK-2 ON ASCENDING KEY sort-cust-ident
    USING CUSTOMER-MASTER
            AT END SET ws-ssn-eof TO TRUE
            NOT AT END
                IF SSAreaInvalid OR SSGroupInvalid OR SSSerialInvalid
                    CALL "SSNMASK" USING ws-ops-program
                        ws-ssn-view-mode SSNum SSNOwnerIdent
                        ws-ssn-shown
                    MOVE SPACES TO ws-exception-line
                    STRING "INVALID SSN ON FILE " ws-ssn-shown
                        " - OWNER IDENT " SSNOwnerIdent
                        DELIMITED BY SIZE INTO ws-exception-line
                    PERFORM write-exception-line
    END-PERFORM
    CLOSE CUSTOMER-MASTER.

*> the sorted SSN view, masked line by line in sorted order
write-ssn-listing.
    MOVE "N" TO ws-ssn-eof-flag
    OPEN INPUT SSN-SORT-OUT
    OPEN OUTPUT SSN-SORTED
    PERFORM WITH TEST BEFORE UNTIL ws-ssn-eof
        READ SSN-SORT-OUT
            AT END SET ws-ssn-eof TO TRUE
            NOT AT END
                MOVE SPACES TO ssn-sorted-rec
                CALL "SSNMASK" USING ws-ops-program
                    ws-ssn-view-mode out-ssn-digits out-ssn-owner
                    sorted-ssn-shown
                MOVE out-ssn-owner TO sorted-ssn-owner
                WRITE ssn-sorted-rec
        END-READ
    END-PERFORM
    CLOSE SSN-SORTED
    CLOSE SSN-SORT-OUT.

write-exception-line.
    ADD 1 TO ws-exception-count
    MOVE ws-exception-line TO exception-line
