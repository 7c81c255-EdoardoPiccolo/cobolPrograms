       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RETREMIT.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Retirement plan remittance file - the plan administrator used to
*> get a typed list of deferrals and the shop's match every pay
*> day. This reads the business day's PAYROLL-LOG lines, the same
*> lines glextract.cob posts, and writes one fixed-format detail
*> record per employee with that employee's retirement deferral and
*> employer match for the pay date, then a trailer with the detail
*> count and the two totals. The trailer's match total is the
*> PAYR-BENEX / PAYR-BENLI pair GLEXTRACT posted for the same day -
*> the plan's money and the ledger's can be footed against each
*> other without a calculator.
*>
*> A CHECKVOID reversal subtracts its deferral and match back out
*> of its employee (a reissue adds them back), exactly as the GL
*> extract treats it, so an employee can net to zero or below and
*> still appear - the administrator needs to see the correction.
*> The whole file is refused when the employee table overflows,
*> the glextract.cob way: RC=8 and nothing sent.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PAYROLL-LOG ASSIGN TO "data/payrollog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-payroll-status.

    SELECT CUSTOMER-MASTER ASSIGN TO "data/custmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ident
        ALTERNATE RECORD KEY IS custName WITH DUPLICATES
        FILE STATUS IS ws-cust-status.

    SELECT RET-REMIT ASSIGN TO "data/retremit.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-remit-status.

DATA DIVISION.
FILE SECTION.
FD PAYROLL-LOG.
*> shared with both pay runs and glextract.cob - see
*> copybooks/PAYROLLLOG.cpy
COPY PAYROLLLOG.

FD CUSTOMER-MASTER.
COPY CUSTREC.

*> fixed layout the plan administrator loads - not a report, so
*> every field is a plain PIC. DT = one employee's contributions
*> for the pay date, TR = trailer with the detail count and totals
*> (ident and name blank on the trailer)
FD RET-REMIT.
01 ret-remit-rec.
    02 rr-record-type PIC X(2).
    02 rr-pay-date    PIC 9(8).
    02 rr-ident       PIC 9(3).
    02 rr-name        PIC X(20).
    02 rr-deferral    PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    02 rr-match       PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    02 rr-count       PIC 9(7).

WORKING-STORAGE SECTION.
01 ws-payroll-status PIC XX VALUE "00".
01 ws-cust-status    PIC XX VALUE "00".
01 ws-remit-status   PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 no-more-lines VALUE "Y".
01 ws-cust-open-flag PIC X VALUE "N".
    88 cust-master-open VALUE "Y".

01 ws-bus-date PIC 9(8) VALUE 0.
01 ws-line-count PIC 9(7) VALUE 0.

*> per-employee contributions for the day - signed, a reversal
*> subtracts; aborts loudly when full
01 ws-emp-count PIC 9(3) VALUE 0.
01 ws-emp-table.
    02 ws-emp-entry OCCURS 500 TIMES
            INDEXED BY ws-emp-idx.
        03 ws-emp-ident    PIC 9(3).
        03 ws-emp-deferral PIC S9(7)V99.
        03 ws-emp-match    PIC S9(7)V99.
01 ws-found-idx PIC 9(3) VALUE 0.
01 ws-table-full-flag PIC X VALUE "N".
    88 emp-table-full VALUE "Y".

01 ws-total-deferral PIC S9(9)V99 VALUE 0.
01 ws-total-match    PIC S9(9)V99 VALUE 0.
01 ws-detail-count   PIC 9(7) VALUE 0.

01 ws-return-code PIC 9(4) VALUE 0.

*> job-stream run-state handshake (RUNSTATE) - this step skips when
*> already complete for the business date (PARM FORCE re-runs it)
01 ws-rs-check PIC X VALUE "C".
01 ws-rs-done  PIC X VALUE "D".
01 ws-rs-rc    PIC 9(4) VALUE 0.
01 ws-rs-disp  PIC X VALUE "R".

*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
01 ws-ops-program PIC X(10) VALUE "RETREMIT".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
PERFORM check-run-state-or-skip

CALL "BUSDATE" USING ws-bus-date

*> no pay run yet is a legitimate empty file - a trailer of zeros
*> still goes, so the administrator sees the day was sent
OPEN INPUT PAYROLL-LOG
IF ws-payroll-status = "35"
    DISPLAY "RETREMIT: no payroll log on file - nothing to remit"
    SET no-more-lines TO TRUE
ELSE
    IF ws-payroll-status NOT = "00"
        MOVE "PAYROLL-LOG" TO ws-io-file
        MOVE "OPEN-IN" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-payroll-status
        STOP RUN
    END-IF
END-IF

PERFORM WITH TEST BEFORE UNTIL no-more-lines
    READ PAYROLL-LOG
        AT END SET no-more-lines TO TRUE
        NOT AT END
            *> the business day's lines only - the GL extract's
            *> filter, so the two files foot
            IF pl-date = ws-bus-date
                ADD 1 TO ws-line-count
                IF pl-deferral > 0 OR pl-empr-match > 0
                    PERFORM accumulate-contribution
                END-IF
            END-IF
    END-READ
END-PERFORM

IF ws-payroll-status NOT = "35"
    CLOSE PAYROLL-LOG
END-IF

IF emp-table-full
    DISPLAY "RETREMIT: more contributing employees on the day's log "
        "than the table holds - file NOT written"
    MOVE 8 TO ws-return-code
ELSE
    OPEN INPUT CUSTOMER-MASTER
    IF ws-cust-status = "00"
        MOVE "Y" TO ws-cust-open-flag
    END-IF
    PERFORM write-remittance
    IF cust-master-open
        CLOSE CUSTOMER-MASTER
    END-IF
    DISPLAY "RETREMIT: " ws-detail-count " employee(s) deferral "
        ws-total-deferral " match " ws-total-match
END-IF

INITIALIZE ws-ops-counts
MOVE ws-line-count TO ws-ops-read
MOVE ws-detail-count TO ws-ops-written
MOVE ws-total-match TO ws-ops-amount
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

MOVE ws-return-code TO ws-rs-rc
CALL "RUNSTATE" USING ws-ops-program ws-rs-done
    ws-rs-rc ws-rs-disp

IF ws-return-code NOT = 0
    MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> a reversal backs its amounts out of the employee, anything else
*> adds in - the GL extract's sign rule
accumulate-contribution.
    PERFORM find-employee-entry
    IF ws-found-idx > 0
        IF pl-reversal
            SUBTRACT pl-deferral FROM ws-emp-deferral(ws-found-idx)
            SUBTRACT pl-empr-match FROM ws-emp-match(ws-found-idx)
            SUBTRACT pl-deferral FROM ws-total-deferral
            SUBTRACT pl-empr-match FROM ws-total-match
        ELSE
            ADD pl-deferral TO ws-emp-deferral(ws-found-idx)
            ADD pl-empr-match TO ws-emp-match(ws-found-idx)
            ADD pl-deferral TO ws-total-deferral
            ADD pl-empr-match TO ws-total-match
        END-IF
    END-IF.

find-employee-entry.
    MOVE 0 TO ws-found-idx
    PERFORM VARYING ws-emp-idx FROM 1 BY 1
            UNTIL ws-emp-idx > ws-emp-count
        IF pl-ident = ws-emp-ident(ws-emp-idx)
            MOVE ws-emp-idx TO ws-found-idx
            SET ws-emp-idx TO ws-emp-count
        END-IF
    END-PERFORM
    IF ws-found-idx = 0
        IF ws-emp-count < 500
            ADD 1 TO ws-emp-count
            MOVE ws-emp-count TO ws-found-idx
            MOVE pl-ident TO ws-emp-ident(ws-emp-count)
            MOVE 0 TO ws-emp-deferral(ws-emp-count)
            MOVE 0 TO ws-emp-match(ws-emp-count)
        ELSE
            MOVE "Y" TO ws-table-full-flag
        END-IF
    END-IF.

*> one detail per contributing employee, then the trailer
write-remittance.
    OPEN OUTPUT RET-REMIT
    IF ws-remit-status NOT = "00"
        MOVE "RET-REMIT" TO ws-io-file
        MOVE "OPEN-OUT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-remit-status
        STOP RUN
    END-IF

    PERFORM VARYING ws-emp-idx FROM 1 BY 1
            UNTIL ws-emp-idx > ws-emp-count
        MOVE "DT" TO rr-record-type
        MOVE ws-bus-date TO rr-pay-date
        MOVE ws-emp-ident(ws-emp-idx) TO rr-ident
        PERFORM lookup-employee-name
        MOVE ws-emp-deferral(ws-emp-idx) TO rr-deferral
        MOVE ws-emp-match(ws-emp-idx) TO rr-match
        MOVE 0 TO rr-count
        WRITE ret-remit-rec
        ADD 1 TO ws-detail-count
    END-PERFORM

    MOVE "TR" TO rr-record-type
    MOVE ws-bus-date TO rr-pay-date
    MOVE 0 TO rr-ident
    MOVE SPACES TO rr-name
    MOVE ws-total-deferral TO rr-deferral
    MOVE ws-total-match TO rr-match
    MOVE ws-detail-count TO rr-count
    WRITE ret-remit-rec

    CLOSE RET-REMIT.

lookup-employee-name.
    MOVE "NAME NOT ON FILE" TO rr-name
    IF cust-master-open
        MOVE ws-emp-ident(ws-emp-idx) TO ident
        READ CUSTOMER-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE custName TO rr-name
        END-READ
    END-IF.

*> first call of the run: already complete for this business
*> date means the whole step skips - that is how a restarted
*> dailyrun resumes at the first incomplete step
check-run-state-or-skip.
    CALL "RUNSTATE" USING ws-ops-program ws-rs-check
        ws-rs-rc ws-rs-disp
    IF ws-rs-disp = "S"
        DISPLAY "RETREMIT already complete for this "
            "business date - skipped (PARM FORCE re-runs)"
        STOP RUN
    END-IF.
