       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FINALPAY.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Final-pay run for terminated employees - a leaver's last check
*> used to be worked out by hand from the whiteboard of unpaid
*> days and whatever vacation the desk remembered, and the
*> deduction and garnishment slots kept firing on any stray card
*> that came in afterwards. This pays it deliberately, the night
*> the termination is on file: every employee on the status master
*> marked T, with a termination date on or before the business
*> date and no final check yet, gets ONE check made of
*>
*>   the hours still on the approved-cards file TIMEEDIT released
*>   and on PAYBATCH's held list of cards waiting for a pay date
*>   (periods up to the termination date not already paid - on
*>   PAYROLL-LOG or the card history), overtime figured per pay
*>   week exactly as PAYBATCH figures it, and
*>   the unused vacation balance on LEAVE-MASTER,
*>
*> all at the current pr-rate, through the same TAXCALC, GARNCALC
*> and DEDCALC gross-to-net the pay runs use. The check is an
*> ordinary PAYROLLLOG.cpy pay event dated the business date, so
*> CHECKPRINT, DDSPLIT and GLEXTRACT take it with the rest of the
*> night's pay. Afterwards the employee's DEDUCT-MASTER and
*> GARN-MASTER slots are stopped, the vacation balance is zeroed,
*> and the status record is stamped with the final-pay date - from
*> then on EMPCHK refuses any card for the ident, and PAYBATCH
*> leaves tonight's already-settled cards alone.
*>
*> Runs in the nightly stream between TIMEEDIT and PAYBATCH; a
*> night with no leavers simply prints an empty register.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EMP-STATUS-MASTER ASSIGN TO "data/empstat.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS es-ident
        FILE STATUS IS ws-emp-status.

    *> the cards TIMEEDIT released tonight - the same file PAYBATCH
    *> reads after this step
    SELECT TIMECARD-FILE ASSIGN TO "data/timecards_ok.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-card-status.

    *> cards PAYBATCH held for a later pay date - a leaver's final
    *> check can't wait for it
    SELECT HELD-CARDS ASSIGN TO "data/heldcards.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-held-status.

    SELECT PAYPOLICY-CTL ASSIGN TO "data/paypolicy.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-policy-status.

    SELECT PAY-RATE-MASTER ASSIGN TO "data/payrates.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS pr-ident
        FILE STATUS IS ws-rate-status.

    SELECT LEAVE-MASTER ASSIGN TO "data/leave.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS lv-ident
        FILE STATUS IS ws-leave-status.

    SELECT PAYROLL-YTD ASSIGN TO "data/payrollytd.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ytd-ident
        FILE STATUS IS ws-ytd-status.

    SELECT PAYROLL-LOG ASSIGN TO "data/payrollog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-payroll-status.

    *> the weeks PAYBATCH has paid - a biweekly or semi-monthly
    *> check is dated its pay date, so only here is each week it
    *> carried named
    SELECT CARD-HIST ASSIGN TO "data/cardhist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-hist-status.

    *> stopped once the final check is cut - opened only after
    *> DEDCALC and GARNCALC have been CANCELled, which closes their
    *> own connections to the same masters
    SELECT DEDUCT-MASTER ASSIGN TO "data/deducts.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS dd-ident
        FILE STATUS IS ws-ded-status.

    SELECT GARN-MASTER ASSIGN TO "data/garnish.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS gr-ident
        FILE STATUS IS ws-garn-status.

    SELECT GARN-REMIT ASSIGN TO "data/garnremit.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-remit-status.

    SELECT FINAL-REGISTER ASSIGN TO "data/finalpay.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-register-status.

DATA DIVISION.
FILE SECTION.
FD EMP-STATUS-MASTER.
*> shared with empmaint.cob and empchk.cob - see
*> copybooks/EMPSTAT.cpy
COPY EMPSTAT.

FD TIMECARD-FILE.
01 timecard-rec PIC X(17).

FD HELD-CARDS.
01 held-card-rec PIC X(17).

FD PAYPOLICY-CTL.
01 paypolicy-ctl-rec.
    02 ctl-ot-threshold  PIC 9(3)V99.
    02 ctl-ot-multiplier PIC 9V99.

FD PAY-RATE-MASTER.
COPY PAYRATE.

FD LEAVE-MASTER.
COPY LEAVEREC.

FD PAYROLL-YTD.
COPY PAYROLLYTD.

FD PAYROLL-LOG.
*> shared with both pay runs and glextract.cob - see
*> copybooks/PAYROLLLOG.cpy
COPY PAYROLLLOG.

FD CARD-HIST.
*> shared with paybatch.cob, timeedit.cob and retropay.cob - see
*> copybooks/CARDHIST.cpy
COPY CARDHIST.

FD DEDUCT-MASTER.
COPY DEDUCTREC.

FD GARN-MASTER.
COPY GARNREC.

FD GARN-REMIT.
*> same remittance line paybatch.cob writes per order withheld
01 garn-remit-rec.
    02 gm-date   PIC 9(8).
    02 gm-ident  PIC 9(3).
    02 gm-case   PIC X(10).
    02 gm-payee  PIC X(16).
    02 gm-amount PIC 9(5)V99.

FD FINAL-REGISTER.
01 register-line PIC X(90).

WORKING-STORAGE SECTION.
01 ws-emp-status      PIC XX VALUE "00".
01 ws-card-status     PIC XX VALUE "00".
01 ws-held-status     PIC XX VALUE "00".
01 ws-policy-status   PIC XX VALUE "00".
01 ws-rate-status     PIC XX VALUE "00".
01 ws-leave-status    PIC XX VALUE "00".
01 ws-ytd-status      PIC XX VALUE "00".
01 ws-payroll-status  PIC XX VALUE "00".
01 ws-hist-status     PIC XX VALUE "00".
01 ws-ded-status      PIC XX VALUE "00".
01 ws-garn-status     PIC XX VALUE "00".
01 ws-remit-status    PIC XX VALUE "00".
01 ws-register-status PIC XX VALUE "00".
01 ws-emp-eof-flag PIC X VALUE "N".
    88 no-more-employees VALUE "Y".
01 ws-card-eof-flag PIC X VALUE "N".
    88 no-more-cards VALUE "Y".
01 ws-held-eof-flag PIC X VALUE "N".
    88 no-more-held VALUE "Y".

*> one card from either file, released tonight or held
01 ws-card-rec.
    02 tc-ident   PIC 9(3).
    02 tc-period  PIC 9(8).
    02 tc-hours   PIC 9(3)V99.
    02 tc-paytype PIC X.
        88 tc-type-vacation VALUE "V".
        88 tc-type-sick     VALUE "S".
01 ws-log-eof-flag PIC X VALUE "N".
    88 no-more-log VALUE "Y".
01 ws-hist-eof-flag PIC X VALUE "N".
    88 no-more-hist VALUE "Y".

01 ws-bus-date PIC 9(8) VALUE 0.
01 ws-pay-year PIC 9(4) VALUE 0.

*> overtime policy in force - paypolicy.ctl when present, the
*> statutory defaults otherwise (the taxcalc.cob safety net)
01 ws-ot-threshold PIC 9(3)V99 VALUE 40.00.
01 ws-ot-mult      PIC 9V99 VALUE 1.50.

*> the leaver's unpaid cards, one entry per pay week so overtime is
*> still figured per week - a final check spanning two weeks must
*> not pay the second week's first hours at the overtime rate
01 ws-week-count PIC 9(2) VALUE 0.
01 ws-week-table.
    02 ws-week-entry OCCURS 20 TIMES
            INDEXED BY ws-week-idx.
        03 ws-week-period PIC 9(8).
        03 ws-week-hours  PIC 9(3)V99.
01 ws-week-found-flag PIC X VALUE "N".
    88 week-found VALUE "Y".
01 ws-week-full-flag PIC X VALUE "N".
    88 week-table-full VALUE "Y".

*> (period) already paid for the leaver, from the log and the card
*> history - a card for one of these was paid by an earlier run and
*> is not paid again
01 ws-paid-count PIC 9(3) VALUE 0.
01 ws-paid-table.
    02 ws-paid-entry OCCURS 200 TIMES
            INDEXED BY ws-paid-idx.
        03 ws-paid-period PIC 9(8).
01 ws-paid-flag PIC X VALUE "N".
    88 period-already-paid VALUE "Y".
01 ws-paid-table-full-flag PIC X VALUE "N".
    88 paid-table-full VALUE "Y".
01 ws-work-period PIC 9(8) VALUE 0.

01 ws-work-hours  PIC 9(4)V99 VALUE 0.
01 ws-leave-hours PIC 9(4)V99 VALUE 0.
01 ws-vac-taken   PIC 9(4)V99 VALUE 0.
01 ws-sick-taken  PIC 9(4)V99 VALUE 0.
01 ws-payout-hours PIC 9(4)V99 VALUE 0.
01 ws-reg-hours   PIC 9(3)V99 VALUE 0.
01 ws-ot-hours    PIC 9(3)V99 VALUE 0.
01 ws-ot-premium  PIC 9(5)V99 VALUE 0.
01 ws-payout-amt  PIC 9(5)V99 VALUE 0.

01 ws-rate-found-flag PIC X VALUE "N".
    88 rate-found VALUE "Y".
01 ws-leave-found-flag PIC X VALUE "N".
    88 leave-on-file VALUE "Y".
01 ws-ytd-found-flag PIC X VALUE "N".
    88 ytd-on-file VALUE "Y".
01 ws-roll-blocked-flag PIC X VALUE "N".
    88 ytd-roll-blocked VALUE "Y".
01 ws-archived-flag PIC X VALUE "N".
    88 old-year-archived VALUE "Y".
01 ws-closed-flag PIC X VALUE "N".
    88 period-is-closed VALUE "Y".

*> same gross-to-net fields paybatch.cob uses
01 ws-gross        PIC 9(5)V99 VALUE 0.
01 ws-rate         PIC 9(3)V99 VALUE 0.
01 ws-fica-amt     PIC 9(5)V99 VALUE 0.
01 ws-withhold-amt PIC 9(5)V99 VALUE 0.
01 ws-empr-fica    PIC 9(5)V99 VALUE 0.
*> state income tax from STATETAX, and the state it went to -
*> federal and state together are the income tax GARNCALC takes
*> off before disposable pay
01 ws-state      PIC X(2) VALUE SPACES.
01 ws-state-wh   PIC 9(5)V99 VALUE 0.
01 ws-income-tax PIC 9(5)V99 VALUE 0.
01 ws-st-slot    PIC 9 VALUE 0.
01 ws-st-found   PIC 9 VALUE 0.
01 ws-garn-detail.
    02 ws-garn-slot OCCURS 3 TIMES.
        03 ws-garn-case  PIC X(10).
        03 ws-garn-payee PIC X(16).
        03 ws-garn-amt   PIC 9(5)V99.
01 ws-garn-total PIC 9(5)V99 VALUE 0.
01 ws-garn-slot-no PIC 9 VALUE 0.
01 ws-ded-limit PIC 9(5)V99 VALUE 0.
01 ws-ded-detail.
    02 ws-ded-slot OCCURS 3 TIMES.
        03 ws-ded-code PIC X(4).
        03 ws-ded-amt  PIC 9(5)V99.
01 ws-ded-total PIC 9(5)V99 VALUE 0.
*> the retirement deferral inside the deduction total and the
*> employer match on it, from MATCHCALC
01 ws-deferral   PIC 9(5)V99 VALUE 0.
01 ws-empr-match PIC 9(5)V99 VALUE 0.
01 ws-net-pay   PIC 9(5)V99 VALUE 0.
01 ws-slot PIC 9 VALUE 0.

01 ws-register-text PIC X(90).

*> control totals for the register footer
01 ws-emp-count    PIC 9(5) VALUE 0.
01 ws-paid-emps    PIC 9(5) VALUE 0.
01 ws-reject-count PIC 9(5) VALUE 0.
01 ws-total-gross  PIC 9(9)V99 VALUE 0.
01 ws-total-net    PIC 9(9)V99 VALUE 0.

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
01 ws-ops-program PIC X(10) VALUE "FINALPAY".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
PERFORM check-run-state-or-skip

CALL "BUSDATE" USING ws-bus-date
DIVIDE ws-bus-date BY 10000 GIVING ws-pay-year
PERFORM load-pay-policy

*> a missing master is a hard error now - INITMAST creates the
*> shop's masters deliberately, never a production step
OPEN I-O EMP-STATUS-MASTER
IF ws-emp-status = "35"
    DISPLAY "EMP-STATUS-MASTER is missing - run "
        "INITMAST to create the shop masters"
END-IF
IF ws-emp-status NOT = "00"
    MOVE "EMP-STATUS" TO ws-io-file
    MOVE "OPEN-IO" TO ws-io-op
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-emp-status
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
END-IF

OPEN I-O LEAVE-MASTER
IF ws-leave-status NOT = "00"
    IF ws-leave-status = "35"
        DISPLAY "LEAVE-MASTER is missing - run "
            "INITMAST to create the shop masters"
    END-IF
    MOVE "LEAVE-MASTER" TO ws-io-file
    MOVE "OPEN-IO" TO ws-io-op
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-leave-status
    STOP RUN
END-IF

OPEN I-O PAYROLL-YTD
IF ws-ytd-status NOT = "00"
    IF ws-ytd-status = "35"
        DISPLAY "PAYROLL-YTD is missing - run "
            "INITMAST to create the shop masters"
    END-IF
    MOVE "PAYROLL-YTD" TO ws-io-file
    MOVE "OPEN-IO" TO ws-io-op
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-ytd-status
    STOP RUN
END-IF

OPEN OUTPUT FINAL-REGISTER
MOVE SPACES TO ws-register-text
STRING "FINAL PAY REGISTER FOR " ws-bus-date
    DELIMITED BY SIZE INTO ws-register-text
PERFORM write-register-line

MOVE LOW-VALUES TO es-ident
START EMP-STATUS-MASTER KEY IS GREATER THAN OR EQUAL es-ident
    INVALID KEY SET no-more-employees TO TRUE
END-START

PERFORM WITH TEST BEFORE UNTIL no-more-employees
    READ EMP-STATUS-MASTER NEXT RECORD
        AT END SET no-more-employees TO TRUE
        NOT AT END
            IF es-terminated AND es-term-date > 0
                    AND es-term-date <= ws-bus-date
                    AND (es-final-pay-date NOT NUMERIC
                        OR es-final-pay-date = 0)
                PERFORM settle-leaver
            END-IF
    END-READ
END-PERFORM

PERFORM write-register-totals

CLOSE EMP-STATUS-MASTER
CLOSE PAY-RATE-MASTER
CLOSE LEAVE-MASTER
CLOSE PAYROLL-YTD
CLOSE FINAL-REGISTER

INITIALIZE ws-ops-counts
MOVE ws-emp-count TO ws-ops-read
MOVE ws-paid-emps TO ws-ops-written
MOVE ws-reject-count TO ws-ops-rejected
MOVE ws-total-gross TO ws-ops-amount
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

MOVE ws-return-code TO ws-rs-rc
CALL "RUNSTATE" USING ws-ops-program ws-rs-done
    ws-rs-rc ws-rs-disp

IF ws-return-code NOT = 0
    MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> one leaver from unpaid hours to a stamped status record - a
*> refusal leaves the record unstamped, so the desk fixes the
*> cause and the next night's run settles it
settle-leaver.
    ADD 1 TO ws-emp-count
    PERFORM lookup-current-rate
    CALL "PERIODCHK" USING ws-bus-date ws-closed-flag
    PERFORM read-ytd-record
    EVALUATE TRUE
        WHEN NOT rate-found
            ADD 1 TO ws-reject-count
            MOVE 8 TO ws-return-code
            MOVE SPACES TO ws-register-text
            STRING "IDENT " es-ident " TERM " es-term-date
                " REFUSED - NO RATE ON FILE"
                DELIMITED BY SIZE INTO ws-register-text
            PERFORM write-register-line
        WHEN period-is-closed
            ADD 1 TO ws-reject-count
            MOVE 8 TO ws-return-code
            MOVE SPACES TO ws-register-text
            STRING "IDENT " es-ident " TERM " es-term-date
                " REFUSED - ACCOUNTING PERIOD CLOSED"
                DELIMITED BY SIZE INTO ws-register-text
            PERFORM write-register-line
        WHEN ytd-roll-blocked
            ADD 1 TO ws-reject-count
            MOVE 8 TO ws-return-code
            MOVE SPACES TO ws-register-text
            STRING "IDENT " es-ident " TERM " es-term-date
                " REFUSED - YEAR " ytd-year
                " NOT ARCHIVED, RUN YEAREND FIRST"
                DELIMITED BY SIZE INTO ws-register-text
            PERFORM write-register-line
        WHEN OTHER
            PERFORM load-paid-periods
            PERFORM gather-unpaid-cards
            PERFORM compute-final-gross
            IF ws-gross > 0
                PERFORM pay-final-check
            ELSE
                MOVE SPACES TO ws-register-text
                STRING "IDENT " es-ident " TERM " es-term-date
                    " " es-term-reason
                    " NOTHING DUE - NO HOURS, NO VACATION BALANCE"
                    DELIMITED BY SIZE INTO ws-register-text
                PERFORM write-register-line
            END-IF
            PERFORM stop-deductions
            PERFORM stop-garnishments
            MOVE ws-bus-date TO es-final-pay-date
            REWRITE emp-status-rec
                INVALID KEY
                    DISPLAY "Unable to rewrite status record "
                        es-ident
                    MOVE 8 TO ws-return-code
            END-REWRITE
            ADD 1 TO ws-paid-emps
    END-EVALUATE.

*> the periods already paid for the leaver - the approved-cards
*> file may still carry last night's cards. A weekly check's date is
*> its week, so the log names it; a biweekly or semi-monthly check
*> is dated the pay date, so its weeks come from the card history,
*> the same way timeedit.cob's load-paid-weeks finds them
load-paid-periods.
    MOVE 0 TO ws-paid-count
    MOVE "N" TO ws-paid-table-full-flag
    MOVE "N" TO ws-log-eof-flag
    OPEN INPUT PAYROLL-LOG
    IF ws-payroll-status NOT = "00"
        SET no-more-log TO TRUE
    END-IF
    PERFORM WITH TEST BEFORE UNTIL no-more-log
        READ PAYROLL-LOG
            AT END SET no-more-log TO TRUE
            NOT AT END
                IF pl-ident = es-ident
                        AND (pl-regular OR pl-reissue)
                        AND pl-date <= es-term-date
                    MOVE pl-date TO ws-work-period
                    PERFORM note-paid-period
                END-IF
        END-READ
    END-PERFORM
    IF ws-payroll-status = "00" OR ws-payroll-status = "10"
        CLOSE PAYROLL-LOG
    END-IF

    MOVE "N" TO ws-hist-eof-flag
    OPEN INPUT CARD-HIST
    IF ws-hist-status NOT = "00"
        SET no-more-hist TO TRUE
    END-IF
    PERFORM WITH TEST BEFORE UNTIL no-more-hist
        READ CARD-HIST
            AT END SET no-more-hist TO TRUE
            NOT AT END
                IF ch-ident = es-ident
                        AND ch-period <= es-term-date
                    MOVE ch-period TO ws-work-period
                    PERFORM note-paid-period
                END-IF
        END-READ
    END-PERFORM
    IF ws-hist-status = "00" OR ws-hist-status = "10"
        CLOSE CARD-HIST
    END-IF.

*> a period already noted (a weekly check is on both files) is not
*> noted twice; a full table is said out loud, never a silent skip
note-paid-period.
    MOVE "N" TO ws-paid-flag
    PERFORM VARYING ws-paid-idx FROM 1 BY 1
            UNTIL ws-paid-idx > ws-paid-count
        IF ws-work-period = ws-paid-period(ws-paid-idx)
            MOVE "Y" TO ws-paid-flag
            SET ws-paid-idx TO ws-paid-count
        END-IF
    END-PERFORM
    IF NOT period-already-paid
        IF ws-paid-count < 200
            ADD 1 TO ws-paid-count
            MOVE ws-work-period TO ws-paid-period(ws-paid-count)
        ELSE
            IF NOT paid-table-full
                MOVE "Y" TO ws-paid-table-full-flag
                DISPLAY "FINALPAY: more paid periods for ident "
                    es-ident " than the paid table holds - "
                    "already-paid check is blind past entry 200"
                MOVE 8 TO ws-return-code
            END-IF
        END-IF
    END-IF.

*> worked hours total per pay week; vacation and sick cards pay
*> straight time and come off their balances, never push worked
*> hours into overtime
gather-unpaid-cards.
    MOVE 0 TO ws-week-count
    MOVE 0 TO ws-leave-hours ws-vac-taken ws-sick-taken
    MOVE "N" TO ws-week-full-flag
    MOVE "N" TO ws-card-eof-flag
    OPEN INPUT TIMECARD-FILE
    IF ws-card-status NOT = "00"
        SET no-more-cards TO TRUE
    END-IF
    PERFORM WITH TEST BEFORE UNTIL no-more-cards
        READ TIMECARD-FILE INTO ws-card-rec
            AT END SET no-more-cards TO TRUE
            NOT AT END PERFORM take-in-unpaid-card
        END-READ
    END-PERFORM
    IF ws-card-status = "00" OR ws-card-status = "10"
        CLOSE TIMECARD-FILE
    END-IF

    MOVE "N" TO ws-held-eof-flag
    OPEN INPUT HELD-CARDS
    IF ws-held-status NOT = "00"
        SET no-more-held TO TRUE
    END-IF
    PERFORM WITH TEST BEFORE UNTIL no-more-held
        READ HELD-CARDS INTO ws-card-rec
            AT END SET no-more-held TO TRUE
            NOT AT END PERFORM take-in-unpaid-card
        END-READ
    END-PERFORM
    IF ws-held-status = "00" OR ws-held-status = "10"
        CLOSE HELD-CARDS
    END-IF.

take-in-unpaid-card.
    IF tc-ident = es-ident
            AND tc-period <= es-term-date
        PERFORM check-period-paid
        IF NOT period-already-paid
            PERFORM take-in-card
        END-IF
    END-IF.

check-period-paid.
    MOVE "N" TO ws-paid-flag
    PERFORM VARYING ws-paid-idx FROM 1 BY 1
            UNTIL ws-paid-idx > ws-paid-count
        IF tc-period = ws-paid-period(ws-paid-idx)
            MOVE "Y" TO ws-paid-flag
            SET ws-paid-idx TO ws-paid-count
        END-IF
    END-PERFORM.

take-in-card.
    EVALUATE TRUE
        WHEN tc-type-vacation
            ADD tc-hours TO ws-vac-taken ws-leave-hours
        WHEN tc-type-sick
            ADD tc-hours TO ws-sick-taken ws-leave-hours
        WHEN OTHER
            MOVE "N" TO ws-week-found-flag
            PERFORM VARYING ws-week-idx FROM 1 BY 1
                    UNTIL ws-week-idx > ws-week-count
                IF tc-period = ws-week-period(ws-week-idx)
                    ADD tc-hours TO ws-week-hours(ws-week-idx)
                    MOVE "Y" TO ws-week-found-flag
                    SET ws-week-idx TO ws-week-count
                END-IF
            END-PERFORM
            IF NOT week-found
                IF ws-week-count < 20
                    ADD 1 TO ws-week-count
                    MOVE tc-period TO ws-week-period(ws-week-count)
                    MOVE tc-hours TO ws-week-hours(ws-week-count)
                ELSE
                    IF NOT week-table-full
                        MOVE "Y" TO ws-week-full-flag
                        DISPLAY "FINALPAY: more pay weeks for "
                            es-ident " than the 20 held - later "
                            "weeks need a manual check"
                        MOVE 8 TO ws-return-code
                    END-IF
                END-IF
            END-IF
    END-EVALUATE.

*> straight time up to the weekly threshold and the multiplier past
*> it per week, leave cards at straight time, then the vacation
*> still on the balance after this check's vacation cards
compute-final-gross.
    MOVE 0 TO ws-gross ws-ot-premium ws-work-hours
    PERFORM VARYING ws-week-idx FROM 1 BY 1
            UNTIL ws-week-idx > ws-week-count
        IF ws-week-hours(ws-week-idx) > ws-ot-threshold
            MOVE ws-ot-threshold TO ws-reg-hours
            COMPUTE ws-ot-hours =
                ws-week-hours(ws-week-idx) - ws-ot-threshold
        ELSE
            MOVE ws-week-hours(ws-week-idx) TO ws-reg-hours
            MOVE 0 TO ws-ot-hours
        END-IF
        ADD ws-week-hours(ws-week-idx) TO ws-work-hours
        COMPUTE ws-gross ROUNDED = ws-gross
            + (ws-reg-hours * ws-rate)
            + (ws-ot-hours * ws-rate * ws-ot-mult)
        COMPUTE ws-ot-premium ROUNDED = ws-ot-premium
            + (ws-ot-hours * ws-rate * (ws-ot-mult - 1))
    END-PERFORM
    COMPUTE ws-gross ROUNDED = ws-gross + (ws-leave-hours * ws-rate)

    MOVE "N" TO ws-leave-found-flag
    MOVE es-ident TO lv-ident
    READ LEAVE-MASTER
        INVALID KEY
            MOVE 0 TO lv-vac-bal lv-sick-bal
        NOT INVALID KEY
            MOVE "Y" TO ws-leave-found-flag
    END-READ
    IF lv-vac-bal > ws-vac-taken
        COMPUTE ws-payout-hours = lv-vac-bal - ws-vac-taken
    ELSE
        MOVE 0 TO ws-payout-hours
    END-IF
    COMPUTE ws-payout-amt ROUNDED = ws-payout-hours * ws-rate
    ADD ws-payout-amt TO ws-gross.

*> the paybatch.cob gross-to-net in the same order, one check
pay-final-check.
    CALL "TAXCALC" USING es-ident ws-bus-date ws-gross
        ytd-gross ws-fica-amt ws-withhold-amt ws-empr-fica
    CALL "STATETAX" USING es-ident ws-bus-date ws-gross
        ws-state ws-state-wh
    COMPUTE ws-income-tax = ws-withhold-amt + ws-state-wh
    CALL "GARNCALC" USING es-ident ws-gross ws-fica-amt
        ws-income-tax ws-garn-detail ws-garn-total
    COMPUTE ws-ded-limit = ws-gross - ws-fica-amt
        - ws-income-tax - ws-garn-total
    CALL "DEDCALC" USING es-ident ws-bus-date ws-gross
        ws-ded-limit ws-ded-detail ws-ded-total

    *> the shop's match on the retirement slot DEDCALC just took
    CALL "MATCHCALC" USING ws-gross ws-ded-detail ws-deferral
        ws-empr-match
    COMPUTE ws-net-pay ROUNDED =
        ws-gross - ws-fica-amt - ws-income-tax
        - ws-garn-total - ws-ded-total

    OPEN EXTEND PAYROLL-LOG
    IF ws-payroll-status = "35"
        OPEN OUTPUT PAYROLL-LOG
    END-IF
    IF ws-payroll-status NOT = "00"
        MOVE "PAYROLL-LOG" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-payroll-status
        STOP RUN
    END-IF
    MOVE es-ident TO pl-ident
    MOVE ws-bus-date TO pl-date
    MOVE ws-gross TO pl-gross
    MOVE ws-fica-amt TO pl-fica
    MOVE ws-withhold-amt TO pl-withholding
    MOVE ws-ded-total TO pl-volded
    MOVE ws-net-pay TO pl-net
    MOVE ws-empr-fica TO pl-empr-fica
    MOVE ws-deferral TO pl-deferral
    MOVE ws-empr-match TO pl-empr-match
    MOVE ws-ot-premium TO pl-ot-prem
    MOVE ws-garn-total TO pl-garnish
    MOVE SPACE TO pl-type
    MOVE SPACES TO pl-pay-code
    MOVE ws-state TO pl-state
    MOVE ws-state-wh TO pl-state-wh
    WRITE payroll-log-rec
    CLOSE PAYROLL-LOG

    PERFORM update-ytd-record
    PERFORM update-leave-record
    PERFORM write-remit-records

    ADD ws-gross TO ws-total-gross
    ADD ws-net-pay TO ws-total-net

    MOVE SPACES TO ws-register-text
    STRING "IDENT " es-ident " TERM " es-term-date
        " " es-term-reason
        " HRS " ws-work-hours " LEAVE " ws-leave-hours
        " VAC PAID " ws-payout-hours
        " GROSS " ws-gross " NET " ws-net-pay
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line.

*> the check's state wages and tax into the employee's slot for the
*> state - the first free slot when the state is new this year. A
*> fourth state has nowhere to go and says so
add-state-ytd.
    IF ws-state NOT = SPACES
        MOVE 0 TO ws-st-found
        PERFORM VARYING ws-st-slot FROM 1 BY 1
                UNTIL ws-st-slot > 3 OR ws-st-found > 0
            IF ytd-st-code(ws-st-slot) = ws-state
                    OR ytd-st-code(ws-st-slot) = SPACES
                MOVE ws-st-slot TO ws-st-found
            END-IF
        END-PERFORM
        IF ws-st-found = 0
            DISPLAY "FINALPAY: ident " ytd-ident " taxed in a "
                "fourth state " ws-state " this year - state YTD "
                "not accumulated"
            MOVE 8 TO ws-return-code
        ELSE
            MOVE ws-state TO ytd-st-code(ws-st-found)
            ADD ws-gross TO ytd-st-wages(ws-st-found)
            ADD ws-state-wh TO ytd-st-wh(ws-st-found)
        END-IF
    END-IF.

*> vacation paid out comes off to zero; sick hours taken on the
*> final cards draw the sick balance down as PAYBATCH would
update-leave-record.
    IF leave-on-file
        MOVE 0 TO lv-vac-bal
        IF lv-sick-bal > ws-sick-taken
            SUBTRACT ws-sick-taken FROM lv-sick-bal
        ELSE
            MOVE 0 TO lv-sick-bal
        END-IF
        REWRITE leave-record
            INVALID KEY
                DISPLAY "Unable to rewrite leave record " lv-ident
                MOVE 8 TO ws-return-code
        END-REWRITE
    END-IF.

write-remit-records.
    OPEN EXTEND GARN-REMIT
    IF ws-remit-status = "35"
        OPEN OUTPUT GARN-REMIT
    END-IF
    IF ws-remit-status NOT = "00"
        MOVE "GARN-REMIT" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-remit-status
        STOP RUN
    END-IF
    PERFORM VARYING ws-garn-slot-no FROM 1 BY 1
            UNTIL ws-garn-slot-no > 3
        IF ws-garn-amt(ws-garn-slot-no) > 0
            MOVE ws-bus-date TO gm-date
            MOVE es-ident TO gm-ident
            MOVE ws-garn-case(ws-garn-slot-no) TO gm-case
            MOVE ws-garn-payee(ws-garn-slot-no) TO gm-payee
            MOVE ws-garn-amt(ws-garn-slot-no) TO gm-amount
            WRITE garn-remit-rec
        END-IF
    END-PERFORM
    CLOSE GARN-REMIT.

*> DEDCALC holds DEDUCT-MASTER open across calls - CANCEL closes
*> its connection before this program rewrites the record. The
*> slot codes go blank (nothing fires on a stray card later); the
*> year's accumulators stay for the wage statement
stop-deductions.
    CANCEL "DEDCALC"
    OPEN I-O DEDUCT-MASTER
    IF ws-ded-status = "00"
        MOVE es-ident TO dd-ident
        READ DEDUCT-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                PERFORM VARYING ws-slot FROM 1 BY 1
                        UNTIL ws-slot > 3
                    MOVE SPACES TO dd-code(ws-slot)
                    MOVE SPACE TO dd-type(ws-slot)
                    MOVE 0 TO dd-amount(ws-slot)
                    MOVE 0 TO dd-cap(ws-slot)
                END-PERFORM
                REWRITE deduct-record
                    INVALID KEY
                        DISPLAY "Unable to stop deductions for "
                            dd-ident
                        MOVE 8 TO ws-return-code
                END-REWRITE
        END-READ
        CLOSE DEDUCT-MASTER
    ELSE
        MOVE "DEDUCT-MAST" TO ws-io-file
        MOVE "OPEN-IO" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-ded-status
        MOVE 8 TO ws-return-code
    END-IF.

*> the same for GARNCALC's connection to GARN-MASTER - the orders
*> are retired the way garnmaint.cob retires one, blank case number
stop-garnishments.
    CANCEL "GARNCALC"
    OPEN I-O GARN-MASTER
    IF ws-garn-status = "00"
        MOVE es-ident TO gr-ident
        READ GARN-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                PERFORM VARYING ws-slot FROM 1 BY 1
                        UNTIL ws-slot > 3
                    MOVE SPACES TO gr-case(ws-slot)
                    MOVE SPACES TO gr-payee(ws-slot)
                    MOVE 0 TO gr-pct(ws-slot)
                END-PERFORM
                REWRITE garn-record
                    INVALID KEY
                        DISPLAY "Unable to stop garnishments for "
                            gr-ident
                        MOVE 8 TO ws-return-code
                END-REWRITE
        END-READ
        CLOSE GARN-MASTER
    ELSE
        MOVE "GARN-MASTER" TO ws-io-file
        MOVE "OPEN-IO" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-garn-status
        MOVE 8 TO ws-return-code
    END-IF.

*> a final check pays at the rate in force today, never a prior
*> pair - the leaver is paid out at what they last earned
lookup-current-rate.
    MOVE "N" TO ws-rate-found-flag
    MOVE es-ident TO pr-ident
    READ PAY-RATE-MASTER
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF pr-rate > 0
                MOVE pr-rate TO ws-rate
                MOVE "Y" TO ws-rate-found-flag
            END-IF
    END-READ.

*> paybatch.cob's read-ytd-record, against the business-date year
read-ytd-record.
    MOVE "N" TO ws-ytd-found-flag
    MOVE "N" TO ws-roll-blocked-flag
    MOVE es-ident TO ytd-ident
    READ PAYROLL-YTD
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE "Y" TO ws-ytd-found-flag
    END-READ

    IF NOT ytd-on-file OR ytd-year NOT = ws-pay-year
        IF ytd-on-file AND ytd-gross > 0
            CALL "YEARCHK" USING ytd-year ws-archived-flag
            IF NOT old-year-archived
                MOVE "Y" TO ws-roll-blocked-flag
            END-IF
        END-IF
        IF NOT ytd-roll-blocked
            MOVE es-ident TO ytd-ident
            MOVE ws-pay-year TO ytd-year
            MOVE 0 TO ytd-gross ytd-fica ytd-withholding ytd-net
                ytd-empr-fica ytd-empr-match
            INITIALIZE ytd-state-detail
        END-IF
    END-IF.

update-ytd-record.
    ADD ws-gross TO ytd-gross
    ADD ws-fica-amt TO ytd-fica
    ADD ws-withhold-amt TO ytd-withholding
    ADD ws-net-pay TO ytd-net
    ADD ws-empr-fica TO ytd-empr-fica
    ADD ws-empr-match TO ytd-empr-match
    PERFORM add-state-ytd
    IF ytd-on-file
        REWRITE ytd-record
            INVALID KEY
                DISPLAY "Unable to rewrite YTD record " ytd-ident
                MOVE 8 TO ws-return-code
        END-REWRITE
    ELSE
        WRITE ytd-record
            INVALID KEY
                DISPLAY "Unable to write YTD record " ytd-ident
                MOVE 8 TO ws-return-code
        END-WRITE
    END-IF.

*> PAYPOLICY-CTL may be missing on a fresh system - the compiled-in
*> statutory 40.00/1.50 stands in, the taxcalc.cob safety net
load-pay-policy.
    OPEN INPUT PAYPOLICY-CTL
    IF ws-policy-status = "00"
        READ PAYPOLICY-CTL
            AT END CONTINUE
            NOT AT END
                IF ctl-ot-threshold > 0
                    MOVE ctl-ot-threshold TO ws-ot-threshold
                END-IF
                IF ctl-ot-multiplier > 0
                    MOVE ctl-ot-multiplier TO ws-ot-mult
                END-IF
        END-READ
        CLOSE PAYPOLICY-CTL
    END-IF.

write-register-line.
    MOVE ws-register-text TO register-line
    WRITE register-line.

write-register-totals.
    MOVE SPACES TO ws-register-text
    STRING "LEAVERS READ   : " ws-emp-count
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line

    MOVE SPACES TO ws-register-text
    STRING "SETTLED        : " ws-paid-emps
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line

    MOVE SPACES TO ws-register-text
    STRING "REFUSED        : " ws-reject-count
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line

    MOVE SPACES TO ws-register-text
    STRING "TOTAL GROSS    : " ws-total-gross
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line

    MOVE SPACES TO ws-register-text
    STRING "TOTAL NET      : " ws-total-net
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line.

*> first call of the run: already complete for this business
*> date means the whole step skips - that is how a restarted
*> dailyrun resumes at the first incomplete step
check-run-state-or-skip.
    CALL "RUNSTATE" USING ws-ops-program ws-rs-check
        ws-rs-rc ws-rs-disp
    IF ws-rs-disp = "S"
        DISPLAY "FINALPAY already complete for this "
            "business date - skipped (PARM FORCE re-runs)"
        STOP RUN
    END-IF.
