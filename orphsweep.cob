*> Cross-master referential integrity sweep - ssnrecon.cob proved
*> the idea for SSN-MASTER, but deleting a customer still left
*> PAY-RATE, DEDUCT, PAYROLL-YTD, ACCT, AMORT, VOTER-REG (and the
*> newer BANKACCT, ELECT, GARN, LEAVE, EMP-STATUS, ADDR and
*> DUNLEVEL) records
*> keyed to an ident that no longer exists, sitting there forever -
*> some holding money. This sweeps every ident-keyed master against
*> CUSTOMER-MASTER and reports orphans per file WITH what they
        RECORD KEY IS lv-ident
        FILE STATUS IS ws-work-status.

    SELECT EMP-STATUS-MASTER ASSIGN TO "data/empstat.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS es-ident
        FILE STATUS IS ws-work-status.

    SELECT ADDR-MASTER ASSIGN TO "data/addrmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
FD LEAVE-MASTER.
COPY LEAVEREC.

FD EMP-STATUS-MASTER.
COPY EMPSTAT.

FD ADDR-MASTER.
COPY ADDRREC.

PERFORM sweep-elections
PERFORM sweep-garnishments
PERFORM sweep-leave
PERFORM sweep-emp-status
PERFORM sweep-addresses
PERFORM sweep-dunlevels
PERFORM sweep-customers-for-gaps
        CLOSE LEAVE-MASTER
    END-IF.

sweep-emp-status.
    OPEN INPUT EMP-STATUS-MASTER
    IF ws-work-status NOT = "00"
        CONTINUE
    ELSE
        MOVE "N" TO ws-eof-flag
        MOVE LOW-VALUES TO es-ident
        START EMP-STATUS-MASTER
                KEY IS GREATER THAN OR EQUAL es-ident
            INVALID KEY SET end-of-file TO TRUE
        END-START
        PERFORM WITH TEST BEFORE UNTIL end-of-file
            READ EMP-STATUS-MASTER NEXT RECORD
                AT END SET end-of-file TO TRUE
                NOT AT END
                    MOVE es-ident TO ws-work-ident
                    PERFORM check-ident
                    IF NOT ident-on-file
                        MOVE SPACES TO ws-report-text
                        STRING "INFO EMP-STATUS " es-ident
                            " ORPHANED - STATUS " es-status
                            " TERM " es-term-date
                            DELIMITED BY SIZE INTO ws-report-text
                        PERFORM report-info
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EMP-STATUS-MASTER
    END-IF.

sweep-addresses.
    OPEN INPUT ADDR-MASTER
    IF ws-work-status NOT = "00"
