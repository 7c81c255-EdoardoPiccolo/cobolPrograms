       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PAYVAR.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Pay-to-pay variance exception report - lines up each employee's
*> regular pay on the run date against the same employee's previous
*> regular pay on PAYROLL-LOG and lists only what looks wrong, so
*> the payroll desk can pull a check before CHECKPRINT prints it.
*> Runs in the nightly stream right behind PAYBATCH and GLEXTRACT;
*> CHECKPRINT is run on demand afterwards, once the desk has read
*> this report.
*>
*> Flagged per employee:
*>   - gross or net that moved up or down by more than the tolerance
*>     percentage on payvar.ctl (10.00% when the control file is
*>     missing - the taxcalc.cob safety net)
*>   - federal withholding, state withholding, voluntary deductions
*>     or a garnishment that appeared (nothing last time, something
*>     now) or disappeared (something last time, nothing now)
*> Then the employees paid for the first time (no earlier regular
*> check anywhere on the log) and the employees paid on their
*> frequency's previous pay date but not on this one - the
*> frequency's pay date is only a question when at least one of its
*> employees was paid tonight, so a biweekly off-week lists nobody.
*>
*> "This pay" is every regular (blank type) line dated the run date -
*> the same lines CHECKPRINT prints - summed per employee; "the
*> previous pay" is the employee's latest earlier date, summed the
*> same way. Reversals, reissues, retro and supplemental checks are
*> not pay-period events and are left out on both sides. The run
*> date defaults to the business date; a JCL PARM of YYYYMMDD looks
*> at another day (the checkprint.cob reprint idea).
*>
*> The report is for the desk, not a gate - exceptions are counted
*> on the ops log but the step still ends RC=0, so the date still
*> rolls. Only a report that could not be produced ends RC=8.

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

    *> the tolerance percentage - data, not code, the paypolicy.ctl
    *> way
    SELECT PAYVAR-CTL ASSIGN TO "data/payvar.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-ctl-status.

    SELECT PAYVAR-RPT ASSIGN TO "data/payvar.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-rpt-status.

DATA DIVISION.
FILE SECTION.
FD PAYROLL-LOG.
*> shared with both pay runs and glextract.cob - see
*> copybooks/PAYROLLLOG.cpy
COPY PAYROLLLOG.

FD CUSTOMER-MASTER.
COPY CUSTREC.

FD PAYVAR-CTL.
01 payvar-ctl-rec.
    02 ctl-tolerance-pct PIC 9(3)V99.

FD PAYVAR-RPT.
01 payvar-line PIC X(80).

WORKING-STORAGE SECTION.
01 ws-payroll-status PIC XX VALUE "00".
01 ws-cust-status    PIC XX VALUE "00".
01 ws-ctl-status     PIC XX VALUE "00".
01 ws-rpt-status     PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 no-more-lines VALUE "Y".
01 ws-cust-open-flag PIC X VALUE "N".
    88 cust-master-open VALUE "Y".

01 ws-parm PIC 9(8) VALUE 0.
01 ws-run-date PIC 9(8) VALUE 0.

*> tolerance in force - payvar.ctl when present, else the default
01 ws-tolerance PIC 9(3)V99 VALUE 10.00.

*> one entry per employee with a regular line on the log: this
*> pay's amounts (run-date lines) and the previous pay's (the
*> latest earlier date). Aborts loudly when full the same way
*> qtrtax.cob's employee table does
01 ws-emp-count PIC 9(3) VALUE 0.
01 ws-emp-table.
    02 ws-emp-entry OCCURS 500 TIMES
            INDEXED BY ws-emp-idx.
        03 ws-emp-ident PIC 9(3).
        03 ws-emp-freq  PIC X.
        03 ws-emp-cur-flag PIC X.
            88 paid-this-run VALUE "Y".
        03 ws-emp-cur.
            04 ws-cur-gross   PIC 9(6)V99.
            04 ws-cur-net     PIC 9(6)V99.
            04 ws-cur-wh      PIC 9(6)V99.
            04 ws-cur-st-wh   PIC 9(6)V99.
            04 ws-cur-volded  PIC 9(6)V99.
            04 ws-cur-garnish PIC 9(6)V99.
        03 ws-emp-prev-date PIC 9(8).
        03 ws-emp-prev.
            04 ws-prev-gross   PIC 9(6)V99.
            04 ws-prev-net     PIC 9(6)V99.
            04 ws-prev-wh      PIC 9(6)V99.
            04 ws-prev-st-wh   PIC 9(6)V99.
            04 ws-prev-volded  PIC 9(6)V99.
            04 ws-prev-garnish PIC 9(6)V99.
01 ws-found-idx PIC 9(3) VALUE 0.
01 ws-table-full-flag PIC X VALUE "N".
    88 emp-table-full VALUE "Y".

*> per pay frequency (W, B, S): was anyone of it paid tonight, and
*> the latest earlier pay date any of its employees was paid on -
*> that frequency's previous pay date
01 ws-freq-table.
    02 ws-freq-entry OCCURS 3 TIMES.
        03 ws-freq-paid-flag PIC X.
            88 freq-paid-tonight VALUE "Y".
        03 ws-freq-last-date PIC 9(8).
01 ws-fx PIC 9 VALUE 0.
01 ws-pay-freq PIC X VALUE "W".

*> one amount pair under test
01 ws-cmp-label PIC X(12) VALUE SPACES.
01 ws-cmp-prev  PIC 9(6)V99 VALUE 0.
01 ws-cmp-cur   PIC 9(6)V99 VALUE 0.
01 ws-cmp-diff  PIC 9(6)V99 VALUE 0.
01 ws-cmp-pct   PIC 9(4)V99 VALUE 0.
01 ws-cmp-word  PIC X(11) VALUE SPACES.
01 ws-emp-flag PIC X VALUE "N".
    88 employee-flagged VALUE "Y".

01 ws-prev-display PIC ZZZ,ZZ9.99.
01 ws-cur-display  PIC ZZZ,ZZ9.99.
01 ws-pct-display  PIC ZZZ9.99.
01 ws-tol-display  PIC ZZ9.99.

01 ws-emp-name PIC X(20) VALUE SPACES.
01 ws-report-text PIC X(80).
01 ws-line-count PIC 9(7) VALUE 0.
01 ws-compared-count PIC 9(5) VALUE 0.
01 ws-excp-count  PIC 9(5) VALUE 0.
01 ws-first-count PIC 9(5) VALUE 0.
01 ws-unpaid-count PIC 9(5) VALUE 0.
01 ws-cur-total PIC 9(9)V99 VALUE 0.

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
01 ws-ops-program PIC X(10) VALUE "PAYVAR".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
PERFORM check-run-state-or-skip

*> a PARM of YYYYMMDD looks at that day's pay; otherwise today's
ACCEPT ws-parm FROM COMMAND-LINE
IF ws-parm IS NUMERIC AND ws-parm > 0
    MOVE ws-parm TO ws-run-date
ELSE
    CALL "BUSDATE" USING ws-run-date
END-IF

PERFORM load-tolerance
PERFORM clear-freq-table
PERFORM accumulate-log

OPEN OUTPUT PAYVAR-RPT
IF ws-rpt-status NOT = "00"
    MOVE "PAYVAR-RPT" TO ws-io-file
    MOVE "OPEN-OUT" TO ws-io-op
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-rpt-status
    STOP RUN
END-IF

MOVE ws-tolerance TO ws-tol-display
MOVE SPACES TO ws-report-text
STRING "PAY-TO-PAY VARIANCE - RUN DATE " ws-run-date
    "  TOLERANCE " ws-tol-display "%"
    DELIMITED BY SIZE INTO ws-report-text
PERFORM write-report-line

IF emp-table-full
    DISPLAY "PAYVAR: more employees on the log than the table "
        "holds - report NOT produced"
    MOVE SPACES TO ws-report-text
    STRING "EMPLOYEE TABLE FULL - REPORT ABANDONED"
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line
    MOVE 8 TO ws-return-code
ELSE
    OPEN INPUT CUSTOMER-MASTER
    IF ws-cust-status = "00"
        MOVE "Y" TO ws-cust-open-flag
    END-IF

    PERFORM classify-frequencies
    PERFORM report-variances
    PERFORM report-first-payees
    PERFORM report-not-paid

    IF cust-master-open
        CLOSE CUSTOMER-MASTER
    END-IF

    MOVE SPACES TO ws-report-text
    PERFORM write-report-line
    MOVE SPACES TO ws-report-text
    STRING ws-compared-count " COMPARED  " ws-excp-count
        " FLAGGED  " ws-first-count " FIRST-TIME  "
        ws-unpaid-count " NOT PAID THIS PERIOD"
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line
    DISPLAY "PAYVAR: " ws-report-text
    IF ws-excp-count > 0 OR ws-first-count > 0
            OR ws-unpaid-count > 0
        MOVE SPACES TO ws-report-text
        STRING "REVIEW BEFORE CHECKPRINT - HOLD ANY CHECK IN "
            "QUESTION"
            DELIMITED BY SIZE INTO ws-report-text
        PERFORM write-report-line
    END-IF
END-IF

CLOSE PAYVAR-RPT

INITIALIZE ws-ops-counts
MOVE ws-line-count TO ws-ops-read
MOVE ws-compared-count TO ws-ops-written
COMPUTE ws-ops-rejected = ws-excp-count + ws-first-count
    + ws-unpaid-count
MOVE ws-cur-total TO ws-ops-amount
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

MOVE ws-return-code TO ws-rs-rc
CALL "RUNSTATE" USING ws-ops-program ws-rs-done
    ws-rs-rc ws-rs-disp

IF ws-return-code NOT = 0
    MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> PAYVAR-CTL may be missing on a fresh system - the compiled-in
*> 10.00% stands in, the taxcalc.cob safety net
load-tolerance.
    OPEN INPUT PAYVAR-CTL
    IF ws-ctl-status = "00"
        READ PAYVAR-CTL
            AT END CONTINUE
            NOT AT END
                IF ctl-tolerance-pct IS NUMERIC
                        AND ctl-tolerance-pct > 0
                    MOVE ctl-tolerance-pct TO ws-tolerance
                END-IF
        END-READ
        CLOSE PAYVAR-CTL
    END-IF.

clear-freq-table.
    PERFORM VARYING ws-fx FROM 1 BY 1 UNTIL ws-fx > 3
        MOVE "N" TO ws-freq-paid-flag(ws-fx)
        MOVE 0 TO ws-freq-last-date(ws-fx)
    END-PERFORM.

*> no log at all is a quiet night, not a failure - the report
*> simply lists nothing
accumulate-log.
    MOVE "N" TO ws-eof-flag
    OPEN INPUT PAYROLL-LOG
    IF ws-payroll-status NOT = "00"
        DISPLAY "PAYVAR: no payroll log on file - nothing to compare"
        SET no-more-lines TO TRUE
    END-IF
    PERFORM WITH TEST BEFORE UNTIL no-more-lines
        READ PAYROLL-LOG
            AT END SET no-more-lines TO TRUE
            NOT AT END
                ADD 1 TO ws-line-count
                IF pl-regular AND pl-date <= ws-run-date
                    PERFORM bucket-log-line
                END-IF
        END-READ
    END-PERFORM
    IF ws-payroll-status = "00" OR ws-payroll-status = "10"
        CLOSE PAYROLL-LOG
    END-IF.

*> a run-date line adds to this pay; an earlier line either starts
*> a newer previous pay, adds to the one held, or is older history
bucket-log-line.
    PERFORM find-employee-entry
    IF ws-found-idx > 0
        IF pl-date = ws-run-date
            MOVE "Y" TO ws-emp-cur-flag(ws-found-idx)
            ADD pl-gross TO ws-cur-gross(ws-found-idx)
            ADD pl-net TO ws-cur-net(ws-found-idx)
            ADD pl-withholding TO ws-cur-wh(ws-found-idx)
            ADD pl-state-wh TO ws-cur-st-wh(ws-found-idx)
            ADD pl-volded TO ws-cur-volded(ws-found-idx)
            ADD pl-garnish TO ws-cur-garnish(ws-found-idx)
            ADD pl-net TO ws-cur-total
        ELSE
            IF pl-date > ws-emp-prev-date(ws-found-idx)
                MOVE pl-date TO ws-emp-prev-date(ws-found-idx)
                MOVE pl-gross TO ws-prev-gross(ws-found-idx)
                MOVE pl-net TO ws-prev-net(ws-found-idx)
                MOVE pl-withholding TO ws-prev-wh(ws-found-idx)
                MOVE pl-state-wh TO ws-prev-st-wh(ws-found-idx)
                MOVE pl-volded TO ws-prev-volded(ws-found-idx)
                MOVE pl-garnish TO ws-prev-garnish(ws-found-idx)
            ELSE
                IF pl-date = ws-emp-prev-date(ws-found-idx)
                    ADD pl-gross TO ws-prev-gross(ws-found-idx)
                    ADD pl-net TO ws-prev-net(ws-found-idx)
                    ADD pl-withholding TO ws-prev-wh(ws-found-idx)
                    ADD pl-state-wh TO ws-prev-st-wh(ws-found-idx)
                    ADD pl-volded TO ws-prev-volded(ws-found-idx)
                    ADD pl-garnish TO ws-prev-garnish(ws-found-idx)
                END-IF
            END-IF
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
            MOVE "W" TO ws-emp-freq(ws-emp-count)
            MOVE "N" TO ws-emp-cur-flag(ws-emp-count)
            MOVE 0 TO ws-emp-prev-date(ws-emp-count)
            INITIALIZE ws-emp-cur(ws-emp-count)
            INITIALIZE ws-emp-prev(ws-emp-count)
        ELSE
            MOVE "Y" TO ws-table-full-flag
        END-IF
    END-IF.

*> each employee's frequency off the status master (EMPFREQ), and
*> per frequency whether it paid tonight and its previous pay date
classify-frequencies.
    PERFORM VARYING ws-emp-idx FROM 1 BY 1
            UNTIL ws-emp-idx > ws-emp-count
        CALL "EMPFREQ" USING ws-emp-ident(ws-emp-idx) ws-pay-freq
        MOVE ws-pay-freq TO ws-emp-freq(ws-emp-idx)
        PERFORM set-freq-index
        IF paid-this-run(ws-emp-idx)
            MOVE "Y" TO ws-freq-paid-flag(ws-fx)
        END-IF
        IF ws-emp-prev-date(ws-emp-idx) > ws-freq-last-date(ws-fx)
            MOVE ws-emp-prev-date(ws-emp-idx)
                TO ws-freq-last-date(ws-fx)
        END-IF
    END-PERFORM.

set-freq-index.
    EVALUATE ws-emp-freq(ws-emp-idx)
        WHEN "B"
            MOVE 2 TO ws-fx
        WHEN "S"
            MOVE 3 TO ws-fx
        WHEN OTHER
            MOVE 1 TO ws-fx
    END-EVALUATE.

*> everyone paid tonight who was also paid before - only the
*> employees with something wrong print
report-variances.
    MOVE SPACES TO ws-report-text
    PERFORM write-report-line
    MOVE SPACES TO ws-report-text
    STRING "VARIANCES - THIS PAY AGAINST THE PREVIOUS PAY"
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line
    PERFORM VARYING ws-emp-idx FROM 1 BY 1
            UNTIL ws-emp-idx > ws-emp-count
        IF paid-this-run(ws-emp-idx)
                AND ws-emp-prev-date(ws-emp-idx) > 0
            ADD 1 TO ws-compared-count
            PERFORM compare-one-employee
        END-IF
    END-PERFORM.

compare-one-employee.
    MOVE "N" TO ws-emp-flag

    MOVE "GROSS" TO ws-cmp-label
    MOVE ws-prev-gross(ws-emp-idx) TO ws-cmp-prev
    MOVE ws-cur-gross(ws-emp-idx) TO ws-cmp-cur
    PERFORM test-tolerance

    MOVE "NET" TO ws-cmp-label
    MOVE ws-prev-net(ws-emp-idx) TO ws-cmp-prev
    MOVE ws-cur-net(ws-emp-idx) TO ws-cmp-cur
    PERFORM test-tolerance

    MOVE "WITHHOLDING" TO ws-cmp-label
    MOVE ws-prev-wh(ws-emp-idx) TO ws-cmp-prev
    MOVE ws-cur-wh(ws-emp-idx) TO ws-cmp-cur
    PERFORM test-appeared

    MOVE "STATE TAX" TO ws-cmp-label
    MOVE ws-prev-st-wh(ws-emp-idx) TO ws-cmp-prev
    MOVE ws-cur-st-wh(ws-emp-idx) TO ws-cmp-cur
    PERFORM test-appeared

    MOVE "VOLUNTARY" TO ws-cmp-label
    MOVE ws-prev-volded(ws-emp-idx) TO ws-cmp-prev
    MOVE ws-cur-volded(ws-emp-idx) TO ws-cmp-cur
    PERFORM test-appeared

    MOVE "GARNISHMENT" TO ws-cmp-label
    MOVE ws-prev-garnish(ws-emp-idx) TO ws-cmp-prev
    MOVE ws-cur-garnish(ws-emp-idx) TO ws-cmp-cur
    PERFORM test-appeared

    IF employee-flagged
        ADD 1 TO ws-excp-count
    END-IF.

*> percent moved against the previous pay, either direction - a
*> previous amount of zero moving at all is always a variance
test-tolerance.
    MOVE SPACES TO ws-cmp-word
    IF ws-cmp-cur < ws-cmp-prev
        COMPUTE ws-cmp-diff = ws-cmp-prev - ws-cmp-cur
        MOVE "DOWN" TO ws-cmp-word
    ELSE
        COMPUTE ws-cmp-diff = ws-cmp-cur - ws-cmp-prev
        MOVE "UP" TO ws-cmp-word
    END-IF
    IF ws-cmp-diff > 0
        IF ws-cmp-prev = 0
            MOVE 9999.99 TO ws-cmp-pct
        ELSE
            COMPUTE ws-cmp-pct ROUNDED =
                    ws-cmp-diff * 100 / ws-cmp-prev
                ON SIZE ERROR MOVE 9999.99 TO ws-cmp-pct
            END-COMPUTE
        END-IF
        IF ws-cmp-pct > ws-tolerance
            PERFORM start-employee-block
            MOVE ws-cmp-pct TO ws-pct-display
            MOVE ws-cmp-prev TO ws-prev-display
            MOVE ws-cmp-cur TO ws-cur-display
            MOVE SPACES TO ws-report-text
            STRING "    " ws-cmp-label " " ws-cmp-word
                ws-pct-display "%  " ws-prev-display " -> "
                ws-cur-display
                DELIMITED BY SIZE INTO ws-report-text
            PERFORM write-report-line
        END-IF
    END-IF.

*> a deduction or tax that is new on this pay, or gone from it
test-appeared.
    MOVE SPACES TO ws-cmp-word
    IF ws-cmp-prev = 0 AND ws-cmp-cur > 0
        MOVE "APPEARED" TO ws-cmp-word
    END-IF
    IF ws-cmp-prev > 0 AND ws-cmp-cur = 0
        MOVE "DISAPPEARED" TO ws-cmp-word
    END-IF
    IF ws-cmp-word NOT = SPACES
        PERFORM start-employee-block
        MOVE ws-cmp-prev TO ws-prev-display
        MOVE ws-cmp-cur TO ws-cur-display
        MOVE SPACES TO ws-report-text
        STRING "    " ws-cmp-label " " ws-cmp-word "   "
            ws-prev-display " -> " ws-cur-display
            DELIMITED BY SIZE INTO ws-report-text
        PERFORM write-report-line
    END-IF.

*> the employee's heading line, once, ahead of the first exception
start-employee-block.
    IF NOT employee-flagged
        MOVE "Y" TO ws-emp-flag
        PERFORM lookup-employee-name
        MOVE SPACES TO ws-report-text
        STRING "  IDENT " ws-emp-ident(ws-emp-idx) " "
            ws-emp-name " FREQ " ws-emp-freq(ws-emp-idx)
            "  PREVIOUS PAY " ws-emp-prev-date(ws-emp-idx)
            DELIMITED BY SIZE INTO ws-report-text
        PERFORM write-report-line
    END-IF.

*> paid tonight with no earlier regular check on the log
report-first-payees.
    MOVE SPACES TO ws-report-text
    PERFORM write-report-line
    MOVE SPACES TO ws-report-text
    STRING "FIRST-TIME PAYEES"
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line
    PERFORM VARYING ws-emp-idx FROM 1 BY 1
            UNTIL ws-emp-idx > ws-emp-count
        IF paid-this-run(ws-emp-idx)
                AND ws-emp-prev-date(ws-emp-idx) = 0
            ADD 1 TO ws-first-count
            PERFORM lookup-employee-name
            MOVE ws-cur-gross(ws-emp-idx) TO ws-prev-display
            MOVE ws-cur-net(ws-emp-idx) TO ws-cur-display
            MOVE SPACES TO ws-report-text
            STRING "  IDENT " ws-emp-ident(ws-emp-idx) " "
                ws-emp-name " FREQ " ws-emp-freq(ws-emp-idx)
                "  GROSS " ws-prev-display "  NET " ws-cur-display
                DELIMITED BY SIZE INTO ws-report-text
            PERFORM write-report-line
        END-IF
    END-PERFORM.

*> paid on the frequency's previous pay date, missing tonight -
*> asked only of a frequency that actually paid tonight
report-not-paid.
    MOVE SPACES TO ws-report-text
    PERFORM write-report-line
    MOVE SPACES TO ws-report-text
    STRING "PAID LAST PERIOD - NOT PAID THIS PERIOD"
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line
    PERFORM VARYING ws-emp-idx FROM 1 BY 1
            UNTIL ws-emp-idx > ws-emp-count
        PERFORM set-freq-index
        IF NOT paid-this-run(ws-emp-idx)
                AND freq-paid-tonight(ws-fx)
                AND ws-emp-prev-date(ws-emp-idx) > 0
                AND ws-emp-prev-date(ws-emp-idx)
                    = ws-freq-last-date(ws-fx)
            ADD 1 TO ws-unpaid-count
            PERFORM lookup-employee-name
            MOVE ws-prev-net(ws-emp-idx) TO ws-prev-display
            MOVE SPACES TO ws-report-text
            STRING "  IDENT " ws-emp-ident(ws-emp-idx) " "
                ws-emp-name " FREQ " ws-emp-freq(ws-emp-idx)
                "  LAST PAID " ws-emp-prev-date(ws-emp-idx)
                "  NET " ws-prev-display
                DELIMITED BY SIZE INTO ws-report-text
            PERFORM write-report-line
        END-IF
    END-PERFORM.

lookup-employee-name.
    MOVE "NAME NOT ON FILE" TO ws-emp-name
    IF cust-master-open
        MOVE ws-emp-ident(ws-emp-idx) TO ident
        READ CUSTOMER-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE custName TO ws-emp-name
        END-READ
    END-IF.

write-report-line.
    MOVE ws-report-text TO payvar-line
    WRITE payvar-line.

*> first call of the run: already complete for this business
*> date means the whole step skips - that is how a restarted
*> dailyrun resumes at the first incomplete step
check-run-state-or-skip.
    CALL "RUNSTATE" USING ws-ops-program ws-rs-check
        ws-rs-rc ws-rs-disp
    IF ws-rs-disp = "S"
        DISPLAY "PAYVAR already complete for this "
            "business date - skipped (PARM FORCE re-runs)"
        STOP RUN
    END-IF.
