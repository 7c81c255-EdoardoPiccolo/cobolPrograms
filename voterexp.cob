*>
*> An eligible registrant whose customer record is gone exports
*> nothing and lists as an exception - the county never gets a
*> nameless line. Each DT line carries the registrant's precinct off
*> VOTER-REG; one with no precinct is held back the same way and
*> lists as an exception, the one PRECRPT already put on the desk's
*> precinct exception list.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    02 ce-birth-date  PIC 9(8).
    02 ce-run-date    PIC 9(8).
    02 ce-count       PIC 9(5).
    02 ce-precinct    PIC X(6).

FD COUNTY-ACK.
01 county-ack-rec.
01 ws-excp-text PIC X(70).
01 ws-sent-count     PIC 9(5) VALUE 0.
01 ws-noname-count   PIC 9(5) VALUE 0.
01 ws-noprec-count   PIC 9(5) VALUE 0.
01 ws-reject-count   PIC 9(5) VALUE 0.
01 ws-orphan-count   PIC 9(5) VALUE 0.
01 ws-unacked-count  PIC 9(5) VALUE 0.
ELSE
    STRING "EXPORTED " ws-sent-count
        " NO-NAME SKIPPED " ws-noname-count
        " NO-PRECINCT SKIPPED " ws-noprec-count
        DELIMITED BY SIZE INTO ws-excp-text
END-IF
MOVE ws-excp-text TO export-excp-rec
        + ws-orphan-count + ws-unacked-count
ELSE
    MOVE ws-sent-count TO ws-ops-written
    COMPUTE ws-ops-rejected = ws-noname-count + ws-noprec-count
END-IF
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code
    MOVE 0 TO ce-birth-date
    MOVE ws-run-date TO ce-run-date
    MOVE 0 TO ce-count
    MOVE SPACES TO ce-precinct
    WRITE county-export-rec

    MOVE LOW-VALUES TO vreg-ident
    MOVE 0 TO ce-birth-date
    MOVE ws-run-date TO ce-run-date
    MOVE ws-sent-count TO ce-count
    MOVE SPACES TO ce-precinct
    WRITE county-export-rec

    CLOSE COUNTY-EXPORT
    CLOSE VOTER-REG.

export-one-registrant.
    IF vreg-precinct = SPACES
        PERFORM note-unplaced-registrant
    ELSE
        PERFORM export-placed-registrant
    END-IF.

export-placed-registrant.
    IF cust-master-open
        MOVE vreg-ident TO ident
        READ CUSTOMER-MASTER
                MOVE ws-birth-date TO ce-birth-date
                MOVE ws-run-date TO ce-run-date
                MOVE 0 TO ce-count
                MOVE vreg-precinct TO ce-precinct
                WRITE county-export-rec
        END-READ
    ELSE
        PERFORM note-nameless-registrant
    END-IF.

note-unplaced-registrant.
    ADD 1 TO ws-noprec-count
    MOVE 8 TO ws-return-code
    MOVE SPACES TO ws-excp-text
    STRING "REGISTRANT " vreg-ident
        " HAS NO PRECINCT - NOT EXPORTED"
        DELIMITED BY SIZE INTO ws-excp-text
    MOVE ws-excp-text TO export-excp-rec
    WRITE export-excp-rec.

note-nameless-registrant.
    ADD 1 TO ws-noname-count
    MOVE 8 TO ws-return-code
