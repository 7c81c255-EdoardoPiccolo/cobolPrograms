       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SSNACCRPT.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Monthly SSN access report for the security officer - every time
*> an operator with the full-SSN authority saw a whole SSN on an
*> inquiry screen, SSNMASK appended a line to the SSN access log
*> (data/ssnaccess.dat). This lists one month of that log, each
*> full view with its date and time, the operator, the program and
*> the customer ident, then a count per operator and the month's
*> total, onto data/ssnaccrpt.dat.
*>
*>   PARM 'YYYYMM'   report that month (no PARM reports the month
*>                   before the business date's, the MTHCLOSE rule)
*>
*> Not a nightly step - run at month end alongside MTHCLOSE, and the
*> report goes to the security officer. More operators in one month
*> than the table holds is reported and forces RC=8; the detail
*> lines are all still listed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SSN-ACCESS-LOG ASSIGN TO "data/ssnaccess.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-log-status.

    SELECT ACCESS-RPT ASSIGN TO "data/ssnaccrpt.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-rpt-status.

DATA DIVISION.
FILE SECTION.
*> same fixed layout ssnmask.cob writes
FD SSN-ACCESS-LOG.
01 ssn-access-rec.
    02 sx-timestamp PIC X(21).
    02 sx-operator  PIC X(8).
    02 sx-program   PIC X(10).
    02 sx-ident     PIC 9(3).

FD ACCESS-RPT.
01 access-rpt-line PIC X(70).

WORKING-STORAGE SECTION.
01 ws-log-status PIC XX VALUE "00".
01 ws-rpt-status PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 end-of-file VALUE "Y".

01 ws-cmdline PIC X(80) VALUE SPACES.
01 ws-parm-period PIC X(6) VALUE SPACES.
01 ws-bus-date PIC 9(8) VALUE 0.
01 ws-work-period PIC 9(6) VALUE 0.
01 ws-work-year  PIC 9(4) VALUE 0.
01 ws-work-month PIC 9(2) VALUE 0.
01 ws-work-mmdd  PIC 9(4) VALUE 0.
01 ws-work-period-x PIC X(6) VALUE SPACES.

01 ws-read-count  PIC 9(7) VALUE 0.
01 ws-view-count  PIC 9(7) VALUE 0.
01 ws-report-text PIC X(70).

*> full views per operator for the month
01 ws-oper-count PIC 9(2) VALUE 0.
01 ws-oper-table.
    02 ws-oper-entry OCCURS 20 TIMES
            INDEXED BY ws-oper-idx.
        03 ws-oper-id    PIC X(8).
        03 ws-oper-views PIC 9(5).
01 ws-oper-found-flag PIC X VALUE "N".
    88 oper-found VALUE "Y".
01 ws-table-full-flag PIC X VALUE "N".
    88 oper-table-full VALUE "Y".

01 ws-return-code PIC 9(4) VALUE 0.

*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
01 ws-ops-program PIC X(10) VALUE "SSNACCRPT".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
CALL "BUSDATE" USING ws-bus-date

ACCEPT ws-cmdline FROM COMMAND-LINE
UNSTRING ws-cmdline DELIMITED BY ALL " "
    INTO ws-parm-period
END-UNSTRING

IF ws-parm-period IS NUMERIC AND ws-parm-period NOT = "000000"
    MOVE ws-parm-period TO ws-work-period
ELSE
    *> no PARM reports the month before the business date's
    DIVIDE ws-bus-date BY 10000 GIVING ws-work-year
        REMAINDER ws-work-mmdd
    DIVIDE ws-work-mmdd BY 100 GIVING ws-work-month
    IF ws-work-month = 1
        SUBTRACT 1 FROM ws-work-year
        MOVE 12 TO ws-work-month
    ELSE
        SUBTRACT 1 FROM ws-work-month
    END-IF
    COMPUTE ws-work-period = ws-work-year * 100 + ws-work-month
END-IF
MOVE ws-work-period TO ws-work-period-x

OPEN OUTPUT ACCESS-RPT
IF ws-rpt-status NOT = "00"
    MOVE "ACCESS-RPT" TO ws-io-file
    MOVE "OPEN-OUT" TO ws-io-op
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-rpt-status
    STOP RUN
END-IF

MOVE SPACES TO ws-report-text
STRING "FULL SSN VIEWS FOR " ws-work-period
    DELIMITED BY SIZE INTO ws-report-text
PERFORM write-report-line
MOVE "DATE     TIME   OPERATOR PROGRAM    IDENT" TO ws-report-text
PERFORM write-report-line

*> no log at all is a month nobody saw a full SSN
OPEN INPUT SSN-ACCESS-LOG
IF ws-log-status = "00"
    PERFORM WITH TEST BEFORE UNTIL end-of-file
        READ SSN-ACCESS-LOG
            AT END SET end-of-file TO TRUE
            NOT AT END
                ADD 1 TO ws-read-count
                IF sx-timestamp(1:6) = ws-work-period-x
                    PERFORM report-one-view
                END-IF
        END-READ
    END-PERFORM
    CLOSE SSN-ACCESS-LOG
END-IF

MOVE SPACES TO ws-report-text
PERFORM write-report-line
MOVE "VIEWS BY OPERATOR" TO ws-report-text
PERFORM write-report-line
PERFORM VARYING ws-oper-idx FROM 1 BY 1
        UNTIL ws-oper-idx > ws-oper-count
    MOVE SPACES TO ws-report-text
    STRING "  " ws-oper-id(ws-oper-idx) " "
        ws-oper-views(ws-oper-idx)
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line
END-PERFORM
IF oper-table-full
    MOVE "  MORE OPERATORS THAN THE TABLE HOLDS - COUNTS INCOMPLETE"
        TO ws-report-text
    PERFORM write-report-line
    DISPLAY "SSNACCRPT: more operators than the table holds - "
        "per-operator counts incomplete"
    MOVE 8 TO ws-return-code
END-IF

MOVE SPACES TO ws-report-text
STRING "TOTAL FULL SSN VIEWS " ws-view-count
    DELIMITED BY SIZE INTO ws-report-text
PERFORM write-report-line
DISPLAY "SSNACCRPT: " ws-view-count " full SSN views in "
    ws-work-period

CLOSE ACCESS-RPT

INITIALIZE ws-ops-counts
MOVE ws-read-count TO ws-ops-read
MOVE ws-view-count TO ws-ops-written
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

IF ws-return-code NOT = 0
    MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> the timestamp is CURRENT-DATE's YYYYMMDDHHMMSS...
report-one-view.
    ADD 1 TO ws-view-count
    MOVE SPACES TO ws-report-text
    STRING sx-timestamp(1:8) " " sx-timestamp(9:6) " "
        sx-operator " " sx-program " " sx-ident
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line
    PERFORM count-operator-view.

count-operator-view.
    MOVE "N" TO ws-oper-found-flag
    PERFORM VARYING ws-oper-idx FROM 1 BY 1
            UNTIL ws-oper-idx > ws-oper-count
        IF ws-oper-id(ws-oper-idx) = sx-operator
            ADD 1 TO ws-oper-views(ws-oper-idx)
            MOVE "Y" TO ws-oper-found-flag
            SET ws-oper-idx TO ws-oper-count
        END-IF
    END-PERFORM
    IF NOT oper-found
        IF ws-oper-count = 20
            SET oper-table-full TO TRUE
        ELSE
            ADD 1 TO ws-oper-count
            MOVE sx-operator TO ws-oper-id(ws-oper-count)
            MOVE 1 TO ws-oper-views(ws-oper-count)
        END-IF
    END-IF.

write-report-line.
    MOVE ws-report-text TO access-rpt-line
    WRITE access-rpt-line.
