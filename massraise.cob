*>                            current pair into the prior pair
*>                            exactly the way RATEMAINT does,
*>                            stamps the business date as the new
*>                            effective date, and queues the new
*>                            record on the pending-change file
*>                            (PENDCHG) the way RATEMAINT does
*>
*> Nothing lands on PAY-RATE-MASTER here - a supervisor other than
*> the operator who ran the apply approves each raise on CHGAPPR,
*> the same two-person rule as a single rate keyed on RATEMAINT, and
*> the queue record is the audit trail (who, when, before and after).
*> An employee with a rate change already waiting is listed and
*> skipped (RC=8) - the desk settles that one and raises it alone.
*>
*> The department's employees come from the CUSTOMER-MASTER sweep
*> by custDept (validated through DEPTLOOK first, so a typoed code
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-rpt-status.

DATA DIVISION.
FILE SECTION.
FD CUSTOMER-MASTER.
FD RAISE-RPT.
01 raise-rpt-line PIC X(70).

WORKING-STORAGE SECTION.
01 ws-cust-status    PIC XX VALUE "00".
01 ws-rate-status    PIC XX VALUE "00".
01 ws-rpt-status     PIC XX VALUE "00".
01 ws-cust-eof-flag PIC X VALUE "N".
    88 no-more-customers VALUE "Y".

    88 rate-on-file VALUE "Y".

01 ws-bus-date  PIC 9(8) VALUE 0.
01 ws-old-rate PIC 9(3)V99 VALUE 0.
01 ws-new-rate PIC 9(3)V99 VALUE 0.
01 ws-report-text PIC X(70).
01 ws-swept-count   PIC 9(5) VALUE 0.
01 ws-touched-count PIC 9(5) VALUE 0.
01 ws-norate-count  PIC 9(5) VALUE 0.
01 ws-queued-count  PIC 9(5) VALUE 0.
01 ws-waiting-count PIC 9(5) VALUE 0.

*> each raise handed to the pending-change queue (PENDCHG)
01 ws-pend-mode    PIC X VALUE "Q".
01 ws-pend-master  PIC X(8) VALUE "PAYRATE".
01 ws-pend-ident   PIC 9(3) VALUE 0.
01 ws-pend-action  PIC X(7) VALUE "REWRITE".
01 ws-before-image PIC X(100) VALUE SPACES.
01 ws-after-image  PIC X(100) VALUE SPACES.
01 ws-pend-disp    PIC X VALUE SPACE.

01 ws-return-code PIC 9(4) VALUE 0.

COPY OPSCOUNTS.
PROCEDURE DIVISION.
CALL "BUSDATE" USING ws-bus-date

ACCEPT ws-cmdline FROM COMMAND-LINE
UNSTRING ws-cmdline DELIMITED BY ALL " "
    STOP RUN
END-IF

OPEN INPUT PAY-RATE-MASTER
IF ws-rate-status NOT = "00"
    IF ws-rate-status = "35"
        DISPLAY "PAY-RATE-MASTER is missing - run "
            "INITMAST to create the shop masters"
    END-IF
    MOVE "RATE-MASTER" TO ws-io-file
    MOVE "OPEN-IN" TO ws-io-op
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-rate-status
    STOP RUN
    " NO RATE ON FILE " ws-norate-count
    DELIMITED BY SIZE INTO ws-report-text
PERFORM write-report-line
IF apply-run
    MOVE SPACES TO ws-report-text
    STRING "QUEUED FOR APPROVAL " ws-queued-count
        " ALREADY WAITING, NOT QUEUED " ws-waiting-count
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line
    DISPLAY "MASSRAISE: " ws-queued-count " raise(s) queued for "
        "approval on CHGAPPR, " ws-waiting-count " skipped"
END-IF

CLOSE PAY-RATE-MASTER
IF ws-cust-status = "00" OR ws-cust-status = "10"
INITIALIZE ws-ops-counts
MOVE ws-swept-count TO ws-ops-read
IF apply-run
    MOVE ws-queued-count TO ws-ops-written
END-IF
COMPUTE ws-ops-rejected = ws-norate-count + ws-waiting-count
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code


*> the rate being replaced is retained as the prior pair, exactly
*> RATEMAINT's shift, so a pay run dated before the raise still
*> finds the rate in force for its period - queued, not written
apply-one-raise.
    MOVE pr-ident TO ws-pend-ident
    MOVE "Q" TO ws-pend-mode
    CALL "PENDCHG" USING ws-ops-program ws-pend-mode
        ws-pend-master ws-pend-ident ws-pend-action
        ws-before-image ws-after-image ws-pend-disp
    IF ws-pend-disp = "P"
        PERFORM report-already-waiting
    ELSE
        MOVE rate-record TO ws-before-image
        MOVE pr-eff-date TO pr-prior-eff-date
        MOVE pr-rate TO pr-prior-rate
        MOVE ws-new-rate TO pr-rate
        MOVE ws-bus-date TO pr-eff-date
        MOVE rate-record TO ws-after-image
        MOVE "K" TO ws-pend-mode
        CALL "PENDCHG" USING ws-ops-program ws-pend-mode
            ws-pend-master ws-pend-ident ws-pend-action
            ws-before-image ws-after-image ws-pend-disp
        IF ws-pend-disp = "P"
            ADD 1 TO ws-queued-count
        ELSE
            PERFORM report-already-waiting
        END-IF
    END-IF.

*> a change already waiting (or one the queue refused) is not
*> stacked on top - the desk raises that employee alone
report-already-waiting.
    ADD 1 TO ws-waiting-count
    MOVE 8 TO ws-return-code
    MOVE SPACES TO ws-report-text
    STRING "EMP " ws-pend-ident
        " - CHANGE ALREADY WAITING, NOT QUEUED"
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line.

write-report-line.
    MOVE ws-report-text TO raise-rpt-line
    WRITE raise-rpt-line.
