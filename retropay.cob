       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RETROPAY.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Retro-pay run for back-dated rate changes - RATEMAINT and
*> MASSRAISE will take a pr-eff-date earlier than pay weeks PAYBATCH
*> has already paid, and the difference used to be worked out by
*> hand on a calculator. This finds every pay week on the paid-card
*> history (data/cardhist.dat, written by PAYBATCH) dated on or
*> after an employee's current pr-eff-date but paid at the
*> pr-prior-rate, with its pay event still standing on PAYROLL-LOG
*> (a voided check owes no retro), and re-prices the same hours at
*> the new rate under the overtime policy the week was paid on.
*>
*>   no PARM      proposal run - the retro register lists every week
*>                with old pay, new pay and the difference, and the
*>                per-employee retro due; NOTHING is paid, for
*>                payroll's sign-off
*>   PARM APPLY   apply run - the same register, and each employee
*>                owed money gets ONE retro check: the summed
*>                difference through TAXCALC, GARNCALC and DEDCALC
*>                like any other check, written to PAYROLL-LOG as a
*>                type A event dated the business date, so CHECKPRINT,
*>                DDSPLIT and GLEXTRACT take it that day
*>
*> The history lines an apply run paid are stamped with the new
*> rate and the new gross, so the same week never pays retro twice.
*> A week re-pricing LOWER (a back-dated cut) is listed as an
*> overpayment for the desk to recover by hand, never netted off a
*> check; a live pay event with no history line behind it (paid
*> before the history was kept, or a FINALPAY check) is listed for
*> re-pricing by hand, and so is a history week whose pay event has
*> already aged off PAYROLL-LOG (PAY EVENT NOT ON LOG). Weeks are
*> re-priced back as far as the look-back on retropay.ctl (days,
*> 365 when missing); an effective date before it is listed too.
*>
*> Not a nightly step - payroll runs the proposal, signs the
*> register off, then runs APPLY ahead of that day's CHECKPRINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PAY-RATE-MASTER ASSIGN TO "data/payrates.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS pr-ident
        FILE STATUS IS ws-rate-status.

    SELECT CARD-HIST ASSIGN TO "data/cardhist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-hist-status.

    *> the history as the apply run puts it back, copied over
    *> CARD-HIST once complete
    SELECT HIST-KEEP ASSIGN TO "data/cardhist_keep.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-keep-status.

    *> how far back a back-dated rate change is re-priced here
    SELECT RETRO-CTL ASSIGN TO "data/retropay.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-retro-ctl-status.

    SELECT PAYROLL-YTD ASSIGN TO "data/payrollytd.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ytd-ident
        FILE STATUS IS ws-ytd-status.

    SELECT PAYROLL-LOG ASSIGN TO "data/payrollog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-payroll-status.

    SELECT GARN-REMIT ASSIGN TO "data/garnremit.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-remit-status.

    SELECT RETRO-REGISTER ASSIGN TO "data/retroreg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-register-status.

DATA DIVISION.
FILE SECTION.
FD PAY-RATE-MASTER.
*> shared with ratemaint.cob and both pay runs - see
*> copybooks/PAYRATE.cpy
COPY PAYRATE.

FD CARD-HIST.
*> shared with paybatch.cob - see copybooks/CARDHIST.cpy
COPY CARDHIST.

FD HIST-KEEP.
01 hist-keep-rec PIC X(54).

FD RETRO-CTL.
01 retro-ctl-rec.
    02 ctl-lookback-days PIC 9(4).

FD PAYROLL-YTD.
COPY PAYROLLYTD.

FD PAYROLL-LOG.
*> shared with both pay runs and glextract.cob - see
*> copybooks/PAYROLLLOG.cpy
COPY PAYROLLLOG.

FD GARN-REMIT.
*> same remittance line paybatch.cob writes per order withheld
01 garn-remit-rec.
    02 gm-date   PIC 9(8).
    02 gm-ident  PIC 9(3).
    02 gm-case   PIC X(10).
    02 gm-payee  PIC X(16).
    02 gm-amount PIC 9(5)V99.

FD RETRO-REGISTER.
01 register-line PIC X(90).

WORKING-STORAGE SECTION.
01 ws-rate-status     PIC XX VALUE "00".
01 ws-hist-status     PIC XX VALUE "00".
01 ws-keep-status     PIC XX VALUE "00".
01 ws-retro-ctl-status PIC XX VALUE "00".
01 ws-ytd-status      PIC XX VALUE "00".
01 ws-payroll-status  PIC XX VALUE "00".
01 ws-remit-status    PIC XX VALUE "00".
01 ws-register-status PIC XX VALUE "00".
01 ws-rate-eof-flag PIC X VALUE "N".
    88 no-more-rates VALUE "Y".
01 ws-hist-eof-flag PIC X VALUE "N".
    88 no-more-history VALUE "Y".
01 ws-log-eof-flag PIC X VALUE "N".
    88 no-more-log VALUE "Y".

01 ws-cmdline PIC X(80) VALUE SPACES.
01 ws-parm-mode PIC X(8) VALUE SPACES.
01 ws-run-mode-flag PIC X VALUE "P".
    88 apply-run VALUE "A".

01 ws-bus-date PIC 9(8) VALUE 0.
01 ws-pay-year PIC 9(4) VALUE 0.

*> the retro look-back - retropay.ctl's days, 365 when it is
*> missing; weeks before the window start are not re-priced here.
*> RETENTION keeps the card history (CARDHIST) at least this long.
01 ws-lookback-days PIC 9(4) VALUE 365.
01 ws-day-number    PIC 9(7) VALUE 0.
01 ws-window-start  PIC 9(8) VALUE 0.

*> the pay weeks on the history a retro could touch - inside the
*> look-back, for an employee with a rate change pending, on a check
*> dated on or after the effective date - each with its line number
*> so the apply run can stamp the lines it paid as it copies the
*> file back; more than the table holds stops the run before
*> anything is paid
01 ws-hist-count PIC 9(4) VALUE 0.
01 ws-hist-line-count PIC 9(7) VALUE 0.
01 ws-hist-cursor PIC 9(4) VALUE 0.
01 ws-rate-ident-read PIC 9(3) VALUE 0.
01 ws-rate-read-flag PIC X VALUE "N".
    88 rate-read-done VALUE "Y".
01 ws-rate-wanted-flag PIC X VALUE "N".
    88 rate-change-pending VALUE "Y".
01 ws-hist-table.
    02 ws-hist-entry OCCURS 5000 TIMES
            INDEXED BY ws-hist-idx.
        03 ws-hist-line-no   PIC 9(7).
        03 ws-hist-rec       PIC X(54).
        03 ws-hist-paid-flag PIC X.
            88 hist-retro-paid VALUE "Y".
        03 ws-hist-new-rate  PIC 9(3)V99.
        03 ws-hist-new-gross PIC 9(5)V99.

*> (ident, pay date) events still standing on PAYROLL-LOG - a
*> regular or reissue counts one, a reversal takes one back, so a
*> voided check that was never reissued nets to zero
01 ws-event-count PIC 9(4) VALUE 0.
01 ws-event-table.
    02 ws-event-entry OCCURS 3000 TIMES
            INDEXED BY ws-event-idx.
        03 ws-event-ident PIC 9(3).
        03 ws-event-date  PIC 9(8).
        03 ws-event-live  PIC S9(3).
01 ws-event-found-flag PIC X VALUE "N".
    88 event-found VALUE "Y".
01 ws-event-live-flag PIC X VALUE "N".
    88 event-still-live VALUE "Y".
01 ws-hist-found-flag PIC X VALUE "N".
    88 history-found VALUE "Y".
01 ws-table-full-flag PIC X VALUE "N".
    88 table-overflowed VALUE "Y".

*> one week re-priced the paybatch.cob way - straight time to the
*> threshold the week was paid under, the multiplier past it,
*> leave hours at straight time
01 ws-reg-hours    PIC 9(3)V99 VALUE 0.
01 ws-ot-hours     PIC 9(3)V99 VALUE 0.
01 ws-new-gross    PIC 9(5)V99 VALUE 0.
01 ws-old-prem     PIC 9(5)V99 VALUE 0.
01 ws-new-prem     PIC 9(5)V99 VALUE 0.
01 ws-week-diff    PIC S9(5)V99 VALUE 0.
01 ws-diff-display PIC -(5)9.99.

*> one employee's retro due, summed across the weeks owed
01 ws-emp-weeks    PIC 9(3) VALUE 0.
01 ws-emp-old      PIC 9(7)V99 VALUE 0.
01 ws-emp-new      PIC 9(7)V99 VALUE 0.
01 ws-emp-prem     PIC 9(5)V99 VALUE 0.

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

01 ws-register-text PIC X(90).

*> control totals for the register footer
01 ws-rate-count     PIC 9(5) VALUE 0.
01 ws-week-count     PIC 9(5) VALUE 0.
01 ws-owed-count     PIC 9(5) VALUE 0.
01 ws-paid-count     PIC 9(5) VALUE 0.
01 ws-reject-count   PIC 9(5) VALUE 0.
01 ws-review-count   PIC 9(5) VALUE 0.
01 ws-total-retro    PIC 9(9)V99 VALUE 0.
01 ws-total-net      PIC 9(9)V99 VALUE 0.

01 ws-return-code PIC 9(4) VALUE 0.

*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
01 ws-ops-program PIC X(10) VALUE "RETROPAY".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
CALL "BUSDATE" USING ws-bus-date
DIVIDE ws-bus-date BY 10000 GIVING ws-pay-year

ACCEPT ws-cmdline FROM COMMAND-LINE
UNSTRING ws-cmdline DELIMITED BY ALL " "
    INTO ws-parm-mode
END-UNSTRING
IF ws-parm-mode = "APPLY"
    MOVE "A" TO ws-run-mode-flag
END-IF

PERFORM load-retro-policy

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

PERFORM load-card-history
PERFORM load-pay-events
IF table-overflowed
    MOVE 8 TO RETURN-CODE
    STOP RUN
END-IF

IF apply-run
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
    PERFORM open-append-files
END-IF

OPEN OUTPUT RETRO-REGISTER
MOVE SPACES TO ws-register-text
IF apply-run
    STRING "RETRO PAY REGISTER - APPLY - CHECKS DATED " ws-bus-date
        DELIMITED BY SIZE INTO ws-register-text
ELSE
    STRING "RETRO PAY REGISTER - PROPOSAL FOR " ws-bus-date
        " - NOTHING PAID"
        DELIMITED BY SIZE INTO ws-register-text
END-IF
PERFORM write-register-line

MOVE LOW-VALUES TO pr-ident
START PAY-RATE-MASTER KEY IS GREATER THAN OR EQUAL pr-ident
    INVALID KEY SET no-more-rates TO TRUE
END-START

PERFORM WITH TEST BEFORE UNTIL no-more-rates
    READ PAY-RATE-MASTER NEXT RECORD
        AT END SET no-more-rates TO TRUE
        NOT AT END
            IF pr-prior-rate > 0 AND pr-rate NOT = pr-prior-rate
                PERFORM reprice-employee
            END-IF
    END-READ
END-PERFORM

PERFORM write-register-totals

CLOSE PAY-RATE-MASTER
CLOSE RETRO-REGISTER
IF apply-run
    CLOSE PAYROLL-YTD
    CLOSE PAYROLL-LOG
    CLOSE GARN-REMIT
    IF ws-paid-count > 0
        PERFORM rewrite-card-history
    END-IF
END-IF

INITIALIZE ws-ops-counts
MOVE ws-week-count TO ws-ops-read
MOVE ws-paid-count TO ws-ops-written
MOVE ws-reject-count TO ws-ops-rejected
MOVE ws-total-retro TO ws-ops-amount
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

IF ws-return-code NOT = 0
    MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> one employee whose rate has a prior pair - every week on or
*> after the current effective date still paid at the prior rate
*> is re-priced, then the live pay events with nothing on the
*> history behind them are listed for the desk. A week whose pay
*> event has already aged off PAYROLL-LOG can't be proven live or
*> voided, so it is listed rather than paid or dropped; so is an
*> effective date reaching back past the look-back window.
reprice-employee.
    ADD 1 TO ws-rate-count
    MOVE 0 TO ws-emp-weeks ws-emp-old ws-emp-new ws-emp-prem
    IF pr-eff-date < ws-window-start
        ADD 1 TO ws-review-count
        MOVE SPACES TO ws-register-text
        STRING "IDENT " pr-ident " EFFECTIVE " pr-eff-date
            " BEFORE LOOK-BACK - WEEKS BEFORE " ws-window-start
            " REPRICE BY HAND"
            DELIMITED BY SIZE INTO ws-register-text
        PERFORM write-register-line
    END-IF
    PERFORM VARYING ws-hist-idx FROM 1 BY 1
            UNTIL ws-hist-idx > ws-hist-count
        MOVE ws-hist-rec(ws-hist-idx) TO card-hist-rec
        IF ch-ident = pr-ident AND ch-period >= pr-eff-date
                AND ch-rate = pr-prior-rate
            MOVE ch-ident TO pl-ident
            PERFORM set-check-date
            PERFORM check-event-live
            EVALUATE TRUE
                WHEN event-still-live
                    PERFORM reprice-one-week
                WHEN NOT event-found
                    ADD 1 TO ws-review-count
                    MOVE SPACES TO ws-register-text
                    STRING "IDENT " ch-ident " PERIOD " ch-period
                        " CHECK " pl-date
                        " PAY EVENT NOT ON LOG - REPRICE BY HAND"
                        DELIMITED BY SIZE INTO ws-register-text
                    PERFORM write-register-line
                WHEN OTHER
                    *> voided and never reissued - nothing owed
                    CONTINUE
            END-EVALUATE
        END-IF
    END-PERFORM
    PERFORM list-unpriced-events

    IF ws-emp-new > ws-emp-old
        ADD 1 TO ws-owed-count
        COMPUTE ws-gross = ws-emp-new - ws-emp-old
        IF apply-run
            PERFORM pay-retro-check
        ELSE
            ADD ws-gross TO ws-total-retro
            MOVE SPACES TO ws-register-text
            STRING "IDENT " pr-ident " WEEKS " ws-emp-weeks
                " RATE " pr-prior-rate " TO " pr-rate
                " RETRO DUE " ws-gross " - PROPOSED"
                DELIMITED BY SIZE INTO ws-register-text
            PERFORM write-register-line
        END-IF
    END-IF.

*> the week's hours at the new rate under the overtime policy the
*> week was paid on - only the rate moves, nothing else about how
*> the week was figured
reprice-one-week.
    IF ch-hours > ch-ot-threshold
        MOVE ch-ot-threshold TO ws-reg-hours
        COMPUTE ws-ot-hours = ch-hours - ch-ot-threshold
    ELSE
        MOVE ch-hours TO ws-reg-hours
        MOVE 0 TO ws-ot-hours
    END-IF
    COMPUTE ws-new-gross ROUNDED =
        (ws-reg-hours * pr-rate)
        + (ws-ot-hours * pr-rate * ch-ot-mult)
        + ((ch-vac-hours + ch-sick-hours) * pr-rate)
    COMPUTE ws-old-prem ROUNDED =
        ws-ot-hours * ch-rate * (ch-ot-mult - 1)
    COMPUTE ws-new-prem ROUNDED =
        ws-ot-hours * pr-rate * (ch-ot-mult - 1)
    COMPUTE ws-week-diff = ws-new-gross - ch-gross
    MOVE ws-week-diff TO ws-diff-display
    ADD 1 TO ws-week-count

    MOVE SPACES TO ws-register-text
    IF ws-week-diff < 0
        *> a back-dated cut is never netted off a check - the
        *> desk recovers it by hand
        ADD 1 TO ws-review-count
        STRING "IDENT " ch-ident " PERIOD " ch-period
            " OLD " ch-gross " NEW " ws-new-gross
            " DIFF " ws-diff-display
            " OVERPAID - RECOVER BY HAND"
            DELIMITED BY SIZE INTO ws-register-text
    ELSE
        ADD 1 TO ws-emp-weeks
        ADD ch-gross TO ws-emp-old
        ADD ws-new-gross TO ws-emp-new
        IF ws-new-prem > ws-old-prem
            COMPUTE ws-emp-prem = ws-emp-prem
                + ws-new-prem - ws-old-prem
        END-IF
        MOVE "Y" TO ws-hist-paid-flag(ws-hist-idx)
        MOVE pr-rate TO ws-hist-new-rate(ws-hist-idx)
        MOVE ws-new-gross TO ws-hist-new-gross(ws-hist-idx)
        STRING "IDENT " ch-ident " PERIOD " ch-period
            " OLD " ch-gross " NEW " ws-new-gross
            " DIFF " ws-diff-display
            DELIMITED BY SIZE INTO ws-register-text
    END-IF
    PERFORM write-register-line.

*> a pay event on or after the effective date with no history line
*> behind it can't be re-priced here - it may well have been paid
*> at the prior rate, so the desk works it out
list-unpriced-events.
    PERFORM VARYING ws-event-idx FROM 1 BY 1
            UNTIL ws-event-idx > ws-event-count
        IF ws-event-ident(ws-event-idx) = pr-ident
                AND ws-event-date(ws-event-idx) >= pr-eff-date
                AND ws-event-date(ws-event-idx) >= ws-window-start
                AND ws-event-live(ws-event-idx) > 0
            PERFORM find-history-for-event
            IF NOT history-found
                ADD 1 TO ws-review-count
                MOVE SPACES TO ws-register-text
                STRING "IDENT " pr-ident " PERIOD "
                    ws-event-date(ws-event-idx)
                    " NO CARD HISTORY - REPRICE BY HAND"
                    DELIMITED BY SIZE INTO ws-register-text
                PERFORM write-register-line
            END-IF
        END-IF
    END-PERFORM.

find-history-for-event.
    MOVE "N" TO ws-hist-found-flag
    PERFORM VARYING ws-hist-idx FROM 1 BY 1
            UNTIL ws-hist-idx > ws-hist-count
        MOVE ws-hist-rec(ws-hist-idx) TO card-hist-rec
        PERFORM set-check-date
        IF ch-ident = pr-ident
                AND pl-date = ws-event-date(ws-event-idx)
            MOVE "Y" TO ws-hist-found-flag
            SET ws-hist-idx TO ws-hist-count
        END-IF
    END-PERFORM.

*> the pay event a history week belongs to is the check it was
*> paid on - lines from before the pay date was carried are the
*> week itself, the weekly check
set-check-date.
    IF ch-pay-date IS NUMERIC AND ch-pay-date > 0
        MOVE ch-pay-date TO pl-date
    ELSE
        MOVE ch-period TO pl-date
    END-IF.

*> found with a positive count is a standing check; found at zero
*> or below was reversed; not found at all has aged off the log
check-event-live.
    MOVE "N" TO ws-event-live-flag
    MOVE "N" TO ws-event-found-flag
    PERFORM VARYING ws-event-idx FROM 1 BY 1
            UNTIL ws-event-idx > ws-event-count
        IF ws-event-ident(ws-event-idx) = pl-ident
                AND ws-event-date(ws-event-idx) = pl-date
            MOVE "Y" TO ws-event-found-flag
            IF ws-event-live(ws-event-idx) > 0
                MOVE "Y" TO ws-event-live-flag
            END-IF
            SET ws-event-idx TO ws-event-count
        END-IF
    END-PERFORM.

*> one retro check for the employee's summed difference - refused,
*> and the history left unstamped for the next run, when the
*> business date's month is closed or the YTD roll is blocked
pay-retro-check.
    CALL "PERIODCHK" USING ws-bus-date ws-closed-flag
    PERFORM read-ytd-record
    EVALUATE TRUE
        WHEN period-is-closed
            PERFORM unmark-employee-weeks
            ADD 1 TO ws-reject-count
            MOVE 8 TO ws-return-code
            MOVE SPACES TO ws-register-text
            STRING "IDENT " pr-ident " RETRO " ws-gross
                " REFUSED - ACCOUNTING PERIOD CLOSED"
                DELIMITED BY SIZE INTO ws-register-text
            PERFORM write-register-line
        WHEN ytd-roll-blocked
            PERFORM unmark-employee-weeks
            ADD 1 TO ws-reject-count
            MOVE 8 TO ws-return-code
            MOVE SPACES TO ws-register-text
            STRING "IDENT " pr-ident " RETRO " ws-gross
                " REFUSED - YEAR " ytd-year
                " NOT ARCHIVED, RUN YEAREND FIRST"
                DELIMITED BY SIZE INTO ws-register-text
            PERFORM write-register-line
        WHEN OTHER
            CALL "TAXCALC" USING pr-ident ws-bus-date ws-gross
                ytd-gross ws-fica-amt ws-withhold-amt ws-empr-fica
            CALL "STATETAX" USING pr-ident ws-bus-date ws-gross
                ws-state ws-state-wh
            COMPUTE ws-income-tax = ws-withhold-amt + ws-state-wh
            CALL "GARNCALC" USING pr-ident ws-gross ws-fica-amt
                ws-income-tax ws-garn-detail ws-garn-total
            COMPUTE ws-ded-limit = ws-gross - ws-fica-amt
                - ws-income-tax - ws-garn-total
            CALL "DEDCALC" USING pr-ident ws-bus-date ws-gross
                ws-ded-limit ws-ded-detail ws-ded-total

            *> the shop's match on the retirement slot DEDCALC just took
            CALL "MATCHCALC" USING ws-gross ws-ded-detail ws-deferral
                ws-empr-match
            COMPUTE ws-net-pay ROUNDED =
                ws-gross - ws-fica-amt - ws-income-tax
                - ws-garn-total - ws-ded-total

            MOVE pr-ident TO pl-ident
            MOVE ws-bus-date TO pl-date
            MOVE ws-gross TO pl-gross
            MOVE ws-fica-amt TO pl-fica
            MOVE ws-withhold-amt TO pl-withholding
            MOVE ws-ded-total TO pl-volded
            MOVE ws-net-pay TO pl-net
            MOVE ws-empr-fica TO pl-empr-fica
            MOVE ws-deferral TO pl-deferral
            MOVE ws-empr-match TO pl-empr-match
            MOVE ws-emp-prem TO pl-ot-prem
            MOVE ws-garn-total TO pl-garnish
            MOVE "A" TO pl-type
            MOVE SPACES TO pl-pay-code
            MOVE ws-state TO pl-state
            MOVE ws-state-wh TO pl-state-wh
            WRITE payroll-log-rec

            PERFORM update-ytd-record
            PERFORM write-remit-records

            ADD 1 TO ws-paid-count
            ADD ws-gross TO ws-total-retro
            ADD ws-net-pay TO ws-total-net

            MOVE SPACES TO ws-register-text
            STRING "IDENT " pr-ident " WEEKS " ws-emp-weeks
                " RATE " pr-prior-rate " TO " pr-rate
                " RETRO PAID " ws-gross " NET " ws-net-pay
                DELIMITED BY SIZE INTO ws-register-text
            PERFORM write-register-line
    END-EVALUATE.

*> a refused check leaves its weeks owed for the next run
unmark-employee-weeks.
    PERFORM VARYING ws-hist-idx FROM 1 BY 1
            UNTIL ws-hist-idx > ws-hist-count
        MOVE ws-hist-rec(ws-hist-idx) TO card-hist-rec
        IF ch-ident = pr-ident
            MOVE "N" TO ws-hist-paid-flag(ws-hist-idx)
        END-IF
    END-PERFORM.

*> retropay.ctl may be missing - the compiled-in year stands
load-retro-policy.
    OPEN INPUT RETRO-CTL
    IF ws-retro-ctl-status = "00"
        READ RETRO-CTL
            AT END CONTINUE
            NOT AT END
                IF ctl-lookback-days IS NUMERIC
                        AND ctl-lookback-days > 0
                    MOVE ctl-lookback-days TO ws-lookback-days
                END-IF
        END-READ
        CLOSE RETRO-CTL
    END-IF
    COMPUTE ws-day-number =
        FUNCTION INTEGER-OF-DATE(ws-bus-date) - ws-lookback-days
    COMPUTE ws-window-start =
        FUNCTION DATE-OF-INTEGER(ws-day-number).

*> only the weeks a retro could touch come into the table; all of
*> them, or nothing is paid
load-card-history.
    MOVE 0 TO ws-hist-count
    MOVE 0 TO ws-hist-line-count
    MOVE "N" TO ws-rate-read-flag
    OPEN INPUT CARD-HIST
    IF ws-hist-status = "35"
        DISPLAY "RETROPAY: no paid-card history on file - "
            "nothing can be re-priced"
        SET no-more-history TO TRUE
    ELSE
        IF ws-hist-status NOT = "00"
            MOVE "CARD-HIST" TO ws-io-file
            MOVE "OPEN-IN" TO ws-io-op
            CALL "IOERROR" USING ws-ops-program ws-io-file
                ws-io-op ws-hist-status
            STOP RUN
        END-IF
    END-IF
    PERFORM WITH TEST BEFORE UNTIL no-more-history
        READ CARD-HIST
            AT END SET no-more-history TO TRUE
            NOT AT END
                ADD 1 TO ws-hist-line-count
                IF ch-period >= ws-window-start
                    PERFORM test-rate-change-pending
                    PERFORM set-check-date
                    IF rate-change-pending AND pl-date >= pr-eff-date
                        PERFORM hold-history-line
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF ws-hist-status = "00" OR ws-hist-status = "10"
        CLOSE CARD-HIST
    END-IF.

hold-history-line.
    IF ws-hist-count < 5000
        ADD 1 TO ws-hist-count
        MOVE ws-hist-line-count TO ws-hist-line-no(ws-hist-count)
        MOVE card-hist-rec TO ws-hist-rec(ws-hist-count)
        MOVE "N" TO ws-hist-paid-flag(ws-hist-count)
        MOVE 0 TO ws-hist-new-rate(ws-hist-count)
        MOVE 0 TO ws-hist-new-gross(ws-hist-count)
    ELSE
        DISPLAY "RETROPAY: CARD-HIST holds more than "
            "the 5000 retro weeks held - nothing paid"
        MOVE "Y" TO ws-table-full-flag
        SET no-more-history TO TRUE
    END-IF.

*> the history line's employee against the rate master - read once
*> per run of lines for the same ident
test-rate-change-pending.
    IF NOT rate-read-done OR ch-ident NOT = ws-rate-ident-read
        MOVE "Y" TO ws-rate-read-flag
        MOVE ch-ident TO ws-rate-ident-read
        MOVE "N" TO ws-rate-wanted-flag
        MOVE ch-ident TO pr-ident
        READ PAY-RATE-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF pr-prior-rate > 0 AND pr-rate NOT = pr-prior-rate
                    MOVE "Y" TO ws-rate-wanted-flag
                END-IF
        END-READ
    END-IF.

*> the standing pay events by (ident, date)
load-pay-events.
    MOVE 0 TO ws-event-count
    OPEN INPUT PAYROLL-LOG
    IF ws-payroll-status NOT = "00"
        SET no-more-log TO TRUE
    END-IF
    PERFORM WITH TEST BEFORE UNTIL no-more-log
        READ PAYROLL-LOG
            AT END SET no-more-log TO TRUE
            NOT AT END
                IF pl-regular OR pl-reissue OR pl-reversal
                    PERFORM tally-pay-event
                END-IF
        END-READ
    END-PERFORM
    IF ws-payroll-status = "00" OR ws-payroll-status = "10"
        CLOSE PAYROLL-LOG
    END-IF.

tally-pay-event.
    MOVE "N" TO ws-event-found-flag
    PERFORM VARYING ws-event-idx FROM 1 BY 1
            UNTIL ws-event-idx > ws-event-count
        IF ws-event-ident(ws-event-idx) = pl-ident
                AND ws-event-date(ws-event-idx) = pl-date
            MOVE "Y" TO ws-event-found-flag
            IF pl-reversal
                SUBTRACT 1 FROM ws-event-live(ws-event-idx)
            ELSE
                ADD 1 TO ws-event-live(ws-event-idx)
            END-IF
            SET ws-event-idx TO ws-event-count
        END-IF
    END-PERFORM
    IF NOT event-found
        IF ws-event-count < 3000
            ADD 1 TO ws-event-count
            MOVE pl-ident TO ws-event-ident(ws-event-count)
            MOVE pl-date TO ws-event-date(ws-event-count)
            IF pl-reversal
                MOVE -1 TO ws-event-live(ws-event-count)
            ELSE
                MOVE 1 TO ws-event-live(ws-event-count)
            END-IF
        ELSE
            IF NOT table-overflowed
                DISPLAY "RETROPAY: PAYROLL-LOG holds more than "
                    "the 3000 pay events held - nothing paid"
                MOVE "Y" TO ws-table-full-flag
            END-IF
        END-IF
    END-IF.

open-append-files.
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
    END-IF.

*> the history put back with every paid week stamped at the new
*> rate and gross - the next run sees it as paid in full. Every
*> line is copied through the keep file, the held ones matched by
*> line number, and the keep file copied back over the history.
rewrite-card-history.
    OPEN INPUT CARD-HIST
    OPEN OUTPUT HIST-KEEP
    IF ws-hist-status NOT = "00" OR ws-keep-status NOT = "00"
        MOVE "CARD-HIST" TO ws-io-file
        MOVE "OPEN-IN" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-hist-status
        MOVE 8 TO ws-return-code
    ELSE
        MOVE 0 TO ws-hist-line-count
        MOVE 1 TO ws-hist-cursor
        MOVE "N" TO ws-hist-eof-flag
        PERFORM WITH TEST BEFORE UNTIL no-more-history
            READ CARD-HIST
                AT END SET no-more-history TO TRUE
                NOT AT END PERFORM stamp-history-line
            END-READ
        END-PERFORM
        CLOSE CARD-HIST
        CLOSE HIST-KEEP

        MOVE "N" TO ws-hist-eof-flag
        OPEN INPUT HIST-KEEP
        OPEN OUTPUT CARD-HIST
        PERFORM WITH TEST BEFORE UNTIL no-more-history
            READ HIST-KEEP
                AT END SET no-more-history TO TRUE
                NOT AT END
                    MOVE hist-keep-rec TO card-hist-rec
                    WRITE card-hist-rec
            END-READ
        END-PERFORM
        CLOSE HIST-KEEP
        CLOSE CARD-HIST
    END-IF.

stamp-history-line.
    ADD 1 TO ws-hist-line-count
    IF ws-hist-cursor <= ws-hist-count
        IF ws-hist-line-no(ws-hist-cursor) = ws-hist-line-count
            IF hist-retro-paid(ws-hist-cursor)
                MOVE ws-hist-new-rate(ws-hist-cursor) TO ch-rate
                MOVE ws-hist-new-gross(ws-hist-cursor) TO ch-gross
            END-IF
            ADD 1 TO ws-hist-cursor
        END-IF
    END-IF
    MOVE card-hist-rec TO hist-keep-rec
    WRITE hist-keep-rec.

*> paybatch.cob's read-ytd-record, against the business-date year
read-ytd-record.
    MOVE "N" TO ws-ytd-found-flag
    MOVE "N" TO ws-roll-blocked-flag
    MOVE pr-ident TO ytd-ident
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
            MOVE pr-ident TO ytd-ident
            MOVE ws-pay-year TO ytd-year
            MOVE 0 TO ytd-gross ytd-fica ytd-withholding ytd-net
                ytd-empr-fica ytd-empr-match
            INITIALIZE ytd-state-detail
        END-IF
    END-IF.

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
            DISPLAY "RETROPAY: ident " ytd-ident " taxed in a "
                "fourth state " ws-state " this year - state YTD "
                "not accumulated"
            MOVE 8 TO ws-return-code
        ELSE
            MOVE ws-state TO ytd-st-code(ws-st-found)
            ADD ws-gross TO ytd-st-wages(ws-st-found)
            ADD ws-state-wh TO ytd-st-wh(ws-st-found)
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

write-remit-records.
    PERFORM VARYING ws-garn-slot-no FROM 1 BY 1
            UNTIL ws-garn-slot-no > 3
        IF ws-garn-amt(ws-garn-slot-no) > 0
            MOVE ws-bus-date TO gm-date
            MOVE pr-ident TO gm-ident
            MOVE ws-garn-case(ws-garn-slot-no) TO gm-case
            MOVE ws-garn-payee(ws-garn-slot-no) TO gm-payee
            MOVE ws-garn-amt(ws-garn-slot-no) TO gm-amount
            WRITE garn-remit-rec
        END-IF
    END-PERFORM.

write-register-line.
    MOVE ws-register-text TO register-line
    WRITE register-line.

write-register-totals.
    MOVE SPACES TO ws-register-text
    STRING "RATES WITH A PRIOR PAIR : " ws-rate-count
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line

    MOVE SPACES TO ws-register-text
    STRING "WEEKS RE-PRICED         : " ws-week-count
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line

    MOVE SPACES TO ws-register-text
    STRING "EMPLOYEES OWED RETRO    : " ws-owed-count
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line

    MOVE SPACES TO ws-register-text
    STRING "RETRO CHECKS PAID       : " ws-paid-count
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line

    MOVE SPACES TO ws-register-text
    STRING "REFUSED                 : " ws-reject-count
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line

    MOVE SPACES TO ws-register-text
    STRING "FOR REVIEW BY HAND      : " ws-review-count
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line

    MOVE SPACES TO ws-register-text
    STRING "TOTAL RETRO GROSS       : " ws-total-retro
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line

    MOVE SPACES TO ws-register-text
    STRING "TOTAL RETRO NET         : " ws-total-net
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line.
