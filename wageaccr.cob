       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. WAGEACCR.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Month-end accrued wages - hours worked in the last days of a
*> month are not paid until the next month's pay date, so the
*> month's payroll expense was always short by whatever the held
*> cards were worth, and accounting journaled an estimate by hand
*> (then forgot to reverse it). On the last calendar day of the
*> month this prices every approved card PAYBATCH is still holding -
*> a week after the employee's last paid period (the latest ch-period
*> on the card history) and on or before the month end - at the rate
*> in force for the card's own week on PAY-RATE-MASTER, works out
*> the employer FICA on top through TAXCALC against the employee's
*> year-to-date gross, and totals it by department through
*> CUSTOMER-MASTER (an ident with no record lands in ????, the
*> glextract.cob way).
*>
*> data/wageaccr.dat is written fresh: a header with the month's
*> totals, one A line per department dated the month end, and the
*> matching R line per department dated the first business day of
*> the next month. GLEXTRACT posts each set on its own date, and
*> MTHCLOSE will not close the month until the A lines, the R lines
*> and the header agree.
*>
*> Cards are priced at straight time - the overtime split belongs to
*> the pay week, which is not complete at month end. A card with no
*> rate in force is left out and listed on the console.
*>
*>   no PARM          acts only when the business date is the last
*>                    business day of its month (BUSCAL); any other
*>                    night is a no-op
*>   PARM YYYYMMDD    accrues the month holding that date, any night
*>                    (a re-run after a late card correction)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> the approved cards PAYBATCH has not paid yet - after tonight's
    *> pay run, every unpaid approved card is on this list
    SELECT HELD-CARDS ASSIGN TO "data/heldcards.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-held-status.

    SELECT CARD-HIST ASSIGN TO "data/cardhist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-hist-status.

    SELECT PAY-RATE-MASTER ASSIGN TO "data/payrates.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS pr-ident
        FILE STATUS IS ws-rate-status.

    SELECT PAYROLL-YTD ASSIGN TO "data/payrollytd.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ytd-ident
        FILE STATUS IS ws-ytd-status.

    SELECT CUSTOMER-MASTER ASSIGN TO "data/custmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ident
        ALTERNATE RECORD KEY IS custName WITH DUPLICATES
        FILE STATUS IS ws-cust-status.

    SELECT WAGE-ACCR ASSIGN TO "data/wageaccr.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-accr-status.

DATA DIVISION.
FILE SECTION.
*> same layout as the approved cards
FD HELD-CARDS.
01 held-card-rec.
    02 hc-ident   PIC 9(3).
    02 hc-period  PIC 9(8).
    02 hc-hours   PIC 9(3)V99.
    02 hc-paytype PIC X.

FD CARD-HIST.
*> shared with paybatch.cob - see copybooks/CARDHIST.cpy
COPY CARDHIST.

FD PAY-RATE-MASTER.
COPY PAYRATE.

FD PAYROLL-YTD.
COPY PAYROLLYTD.

FD CUSTOMER-MASTER.
COPY CUSTREC.

FD WAGE-ACCR.
*> shared with glextract.cob and mthclose.cob - see
*> copybooks/WAGEACCR.cpy
COPY WAGEACCR.

WORKING-STORAGE SECTION.
01 ws-held-status PIC XX VALUE "00".
01 ws-hist-status PIC XX VALUE "00".
01 ws-rate-status PIC XX VALUE "00".
01 ws-ytd-status  PIC XX VALUE "00".
01 ws-cust-status PIC XX VALUE "00".
01 ws-accr-status PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 end-of-file VALUE "Y".
01 ws-rate-open-flag PIC X VALUE "N".
    88 rate-master-open VALUE "Y".
01 ws-ytd-open-flag PIC X VALUE "N".
    88 ytd-master-open VALUE "Y".
01 ws-cust-open-flag PIC X VALUE "N".
    88 cust-master-open VALUE "Y".
01 ws-rate-found-flag PIC X VALUE "N".
    88 rate-found VALUE "Y".

01 ws-parm PIC X(8) VALUE SPACES.
01 ws-parm-flag PIC X VALUE "N".
    88 date-parm-given VALUE "Y".
01 ws-bus-date PIC 9(8) VALUE 0.
01 ws-as-of-date PIC 9(8) VALUE 0.

*> the month being accrued, its last day, the business day the
*> accrual posts on and the one the reversal posts on
01 ws-accr-period  PIC 9(6) VALUE 0.
01 ws-accr-year    PIC 9(4) VALUE 0.
01 ws-month-end    PIC 9(8) VALUE 0.
01 ws-accr-post-date PIC 9(8) VALUE 0.
01 ws-reversal-date PIC 9(8) VALUE 0.
*> shop business calendar (BUSCAL)
01 ws-cal-mode    PIC X VALUE "L".
01 ws-cal-program PIC X(10) VALUE SPACES.
01 ws-cal-flag    PIC X VALUE SPACE.
01 ws-work-year  PIC 9(4) VALUE 0.
01 ws-work-month PIC 9(2) VALUE 0.
01 ws-next-first PIC 9(8) VALUE 0.
01 ws-day-number PIC 9(7) VALUE 0.

*> per-employee accrual - last paid period off the card history,
*> then the unpaid hours and their straight-time wages; aborts
*> loudly when full
01 ws-emp-count PIC 9(3) VALUE 0.
01 ws-emp-table.
    02 ws-emp-entry OCCURS 500 TIMES
            INDEXED BY ws-emp-idx.
        03 ws-emp-ident     PIC 9(3).
        03 ws-emp-last-paid PIC 9(8).
        03 ws-emp-hours     PIC 9(5)V99.
        03 ws-emp-wages     PIC 9(7)V99.
01 ws-found-idx PIC 9(3) VALUE 0.
01 ws-find-ident PIC 9(3) VALUE 0.
01 ws-table-full-flag PIC X VALUE "N".
    88 emp-table-full VALUE "Y".

*> per-department totals - departments number a handful
01 ws-dept-count PIC 9(3) VALUE 0.
01 ws-dept-table.
    02 ws-dept-entry OCCURS 50 TIMES
            INDEXED BY ws-dept-idx.
        03 ws-dept-code  PIC X(4).
        03 ws-dept-hours PIC 9(7)V99.
        03 ws-dept-wages PIC 9(9)V99.
        03 ws-dept-fica  PIC 9(9)V99.
01 ws-dept-found-idx PIC 9(3) VALUE 0.
01 ws-work-dept PIC X(4) VALUE SPACES.
01 ws-dept-full-flag PIC X VALUE "N".
    88 dept-table-full VALUE "Y".

01 ws-rate PIC 9(3)V99 VALUE 0.
01 ws-card-wages PIC 9(5)V99 VALUE 0.

*> TAXCALC's arguments - only the employer share is kept
01 ws-chk-ident    PIC 9(3) VALUE 0.
01 ws-chk-gross    PIC 9(5)V99 VALUE 0.
01 ws-chk-ytd      PIC 9(7)V99 VALUE 0.
01 ws-chk-fica     PIC 9(5)V99 VALUE 0.
01 ws-chk-withhold PIC 9(5)V99 VALUE 0.
01 ws-chk-empr-fica PIC 9(5)V99 VALUE 0.

01 ws-card-count     PIC 9(7) VALUE 0.
01 ws-accrued-count  PIC 9(7) VALUE 0.
01 ws-unpriced-count PIC 9(7) VALUE 0.
01 ws-total-hours PIC 9(7)V99 VALUE 0.
01 ws-total-wages PIC 9(9)V99 VALUE 0.
01 ws-total-fica  PIC 9(9)V99 VALUE 0.
01 ws-lines-written PIC 9(5) VALUE 0.

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
01 ws-ops-program PIC X(10) VALUE "WAGEACCR".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
PERFORM check-run-state-or-skip

CALL "BUSDATE" USING ws-bus-date

ACCEPT ws-parm FROM COMMAND-LINE
IF ws-parm IS NUMERIC AND ws-parm > 0
    MOVE ws-parm TO ws-as-of-date
    MOVE "Y" TO ws-parm-flag
ELSE
    MOVE ws-bus-date TO ws-as-of-date
END-IF
PERFORM figure-accrual-dates

IF NOT date-parm-given AND ws-bus-date NOT = ws-accr-post-date
    DISPLAY "WAGEACCR: " ws-bus-date " is not a month end - "
        "no accrual tonight"
ELSE
    PERFORM build-accrual
END-IF

INITIALIZE ws-ops-counts
MOVE ws-card-count TO ws-ops-read
MOVE ws-lines-written TO ws-ops-written
MOVE ws-unpriced-count TO ws-ops-rejected
MOVE ws-total-wages TO ws-ops-amount
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

MOVE ws-return-code TO ws-rs-rc
CALL "RUNSTATE" USING ws-ops-program ws-rs-done
    ws-rs-rc ws-rs-disp

IF ws-return-code NOT = 0
    MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> the month holding the as-of date, its last day (the day before
*> the next month's first), the accrual's posting date - the last
*> business day on or before it - and the reversal date, the next
*> month's first business day
figure-accrual-dates.
    DIVIDE ws-as-of-date BY 100 GIVING ws-accr-period
    DIVIDE ws-accr-period BY 100 GIVING ws-work-year
        REMAINDER ws-work-month
    MOVE ws-work-year TO ws-accr-year
    IF ws-work-month = 12
        ADD 1 TO ws-work-year
        MOVE 1 TO ws-work-month
    ELSE
        ADD 1 TO ws-work-month
    END-IF
    COMPUTE ws-next-first =
        ws-work-year * 10000 + ws-work-month * 100 + 1
    COMPUTE ws-day-number =
        FUNCTION INTEGER-OF-DATE(ws-next-first) - 1
    COMPUTE ws-month-end =
        FUNCTION DATE-OF-INTEGER(ws-day-number)
    MOVE "L" TO ws-cal-mode
    CALL "BUSCAL" USING ws-cal-mode ws-month-end ws-cal-program
        ws-accr-post-date ws-cal-flag
    MOVE "R" TO ws-cal-mode
    CALL "BUSCAL" USING ws-cal-mode ws-next-first ws-cal-program
        ws-reversal-date ws-cal-flag.

*> last paid periods first, then the held cards priced against
*> them; nothing is written when either table overflows
build-accrual.
    PERFORM load-last-paid-periods
    PERFORM price-held-cards
    IF NOT emp-table-full
        PERFORM total-by-department
    END-IF

    EVALUATE TRUE
        WHEN emp-table-full
            DISPLAY "WAGEACCR: more employees on the card history "
                "and held cards than the table holds - accrual NOT "
                "written"
            MOVE 8 TO ws-return-code
        WHEN dept-table-full
            DISPLAY "WAGEACCR: more departments than the accrual "
                "table holds - accrual NOT written"
            MOVE 8 TO ws-return-code
        WHEN OTHER
            PERFORM write-accrual-file
            DISPLAY "WAGEACCR: period " ws-accr-period " accrued "
                ws-accrued-count " card(s), hours " ws-total-hours
                " wages " ws-total-wages " employer FICA "
                ws-total-fica " - reverses " ws-reversal-date
    END-EVALUATE.

*> the latest pay week each employee has been paid for - a card
*> on or before it was paid already, whatever list it is on
load-last-paid-periods.
    MOVE "N" TO ws-eof-flag
    OPEN INPUT CARD-HIST
    EVALUATE TRUE
        WHEN ws-hist-status = "00"
            CONTINUE
        WHEN ws-hist-status = "35"
            SET end-of-file TO TRUE
        WHEN OTHER
            MOVE "CARD-HIST" TO ws-io-file
            MOVE "OPEN-IN" TO ws-io-op
            CALL "IOERROR" USING ws-ops-program ws-io-file
                ws-io-op ws-hist-status
            STOP RUN
    END-EVALUATE
    PERFORM WITH TEST BEFORE UNTIL end-of-file
        READ CARD-HIST
            AT END SET end-of-file TO TRUE
            NOT AT END
                MOVE ch-ident TO ws-find-ident
                PERFORM find-employee-entry
                IF ws-found-idx > 0
                    IF ch-period > ws-emp-last-paid(ws-found-idx)
                        MOVE ch-period
                            TO ws-emp-last-paid(ws-found-idx)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF ws-hist-status NOT = "35"
        CLOSE CARD-HIST
    END-IF.

*> every unpaid card for a week after the last paid period and on
*> or before the month end, at the rate in force for its week
price-held-cards.
    OPEN INPUT PAY-RATE-MASTER
    IF ws-rate-status = "00"
        MOVE "Y" TO ws-rate-open-flag
    ELSE
        DISPLAY "WAGEACCR: pay-rate master not available - no card "
            "can be priced"
    END-IF

    MOVE "N" TO ws-eof-flag
    OPEN INPUT HELD-CARDS
    EVALUATE TRUE
        WHEN ws-held-status = "00"
            CONTINUE
        WHEN ws-held-status = "35"
            DISPLAY "WAGEACCR: no held cards on file - nothing "
                "unpaid to accrue"
            SET end-of-file TO TRUE
        WHEN OTHER
            MOVE "HELD-CARDS" TO ws-io-file
            MOVE "OPEN-IN" TO ws-io-op
            CALL "IOERROR" USING ws-ops-program ws-io-file
                ws-io-op ws-held-status
            STOP RUN
    END-EVALUATE
    PERFORM WITH TEST BEFORE UNTIL end-of-file
        READ HELD-CARDS
            AT END SET end-of-file TO TRUE
            NOT AT END
                ADD 1 TO ws-card-count
                PERFORM price-one-card
        END-READ
    END-PERFORM
    IF ws-held-status NOT = "35"
        CLOSE HELD-CARDS
    END-IF
    IF rate-master-open
        CLOSE PAY-RATE-MASTER
    END-IF.

price-one-card.
    MOVE hc-ident TO ws-find-ident
    PERFORM find-employee-entry
    IF ws-found-idx > 0
        IF hc-period > ws-emp-last-paid(ws-found-idx)
                AND hc-period NOT > ws-month-end
            PERFORM lookup-pay-rate
            IF rate-found
                COMPUTE ws-card-wages ROUNDED = hc-hours * ws-rate
                ADD hc-hours TO ws-emp-hours(ws-found-idx)
                ADD ws-card-wages TO ws-emp-wages(ws-found-idx)
                ADD 1 TO ws-accrued-count
            ELSE
                ADD 1 TO ws-unpriced-count
                DISPLAY "WAGEACCR: IDENT " hc-ident " WEEK "
                    hc-period " HAS NO RATE IN FORCE - NOT ACCRUED"
            END-IF
        END-IF
    END-IF.

*> paybatch.cob's rate selection - the current rate from its
*> effective date, the prior rate before it
lookup-pay-rate.
    MOVE "N" TO ws-rate-found-flag
    IF rate-master-open
        MOVE hc-ident TO pr-ident
        READ PAY-RATE-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN hc-period >= pr-eff-date
                        MOVE pr-rate TO ws-rate
                        MOVE "Y" TO ws-rate-found-flag
                    WHEN pr-prior-rate > 0
                            AND hc-period >= pr-prior-eff-date
                        MOVE pr-prior-rate TO ws-rate
                        MOVE "Y" TO ws-rate-found-flag
                END-EVALUATE
        END-READ
    END-IF.

find-employee-entry.
    MOVE 0 TO ws-found-idx
    PERFORM VARYING ws-emp-idx FROM 1 BY 1
            UNTIL ws-emp-idx > ws-emp-count
        IF ws-find-ident = ws-emp-ident(ws-emp-idx)
            MOVE ws-emp-idx TO ws-found-idx
            SET ws-emp-idx TO ws-emp-count
        END-IF
    END-PERFORM
    IF ws-found-idx = 0
        IF ws-emp-count < 500
            ADD 1 TO ws-emp-count
            MOVE ws-emp-count TO ws-found-idx
            MOVE ws-find-ident TO ws-emp-ident(ws-emp-count)
            MOVE 0 TO ws-emp-last-paid(ws-emp-count)
            MOVE 0 TO ws-emp-hours(ws-emp-count)
            MOVE 0 TO ws-emp-wages(ws-emp-count)
        ELSE
            MOVE "Y" TO ws-table-full-flag
        END-IF
    END-IF.

*> each employee's accrued wages get the employer FICA the check
*> would carry - TAXSUPP's FICA is the regular calculation, capped
*> against the year's gross, without the bracket withholding this
*> has no use for - then go to the employee's department
total-by-department.
    OPEN INPUT PAYROLL-YTD
    IF ws-ytd-status = "00"
        MOVE "Y" TO ws-ytd-open-flag
    END-IF
    OPEN INPUT CUSTOMER-MASTER
    IF ws-cust-status = "00"
        MOVE "Y" TO ws-cust-open-flag
    END-IF

    PERFORM VARYING ws-emp-idx FROM 1 BY 1
            UNTIL ws-emp-idx > ws-emp-count
        IF ws-emp-wages(ws-emp-idx) > 0
            PERFORM accrue-employer-fica
            PERFORM lookup-department
            PERFORM post-dept-accrual
        END-IF
    END-PERFORM

    IF ytd-master-open
        CLOSE PAYROLL-YTD
    END-IF
    IF cust-master-open
        CLOSE CUSTOMER-MASTER
    END-IF.

accrue-employer-fica.
    MOVE ws-emp-ident(ws-emp-idx) TO ws-chk-ident
    MOVE ws-emp-wages(ws-emp-idx) TO ws-chk-gross
    MOVE 0 TO ws-chk-ytd
    IF ytd-master-open
        MOVE ws-chk-ident TO ytd-ident
        READ PAYROLL-YTD
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF ytd-year = ws-accr-year
                    MOVE ytd-gross TO ws-chk-ytd
                END-IF
        END-READ
    END-IF
    CALL "TAXSUPP" USING ws-chk-ident ws-month-end ws-chk-gross
        ws-chk-ytd ws-chk-fica ws-chk-withhold ws-chk-empr-fica.

*> the glextract.cob lookup - no customer record allocates to ????
lookup-department.
    MOVE "????" TO ws-work-dept
    IF cust-master-open
        MOVE ws-chk-ident TO ident
        READ CUSTOMER-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE custDept TO ws-work-dept
        END-READ
    END-IF.

post-dept-accrual.
    MOVE 0 TO ws-dept-found-idx
    PERFORM VARYING ws-dept-idx FROM 1 BY 1
            UNTIL ws-dept-idx > ws-dept-count
        IF ws-work-dept = ws-dept-code(ws-dept-idx)
            MOVE ws-dept-idx TO ws-dept-found-idx
            SET ws-dept-idx TO ws-dept-count
        END-IF
    END-PERFORM
    IF ws-dept-found-idx = 0
        IF ws-dept-count < 50
            ADD 1 TO ws-dept-count
            MOVE ws-dept-count TO ws-dept-found-idx
            MOVE ws-work-dept TO ws-dept-code(ws-dept-count)
            MOVE 0 TO ws-dept-hours(ws-dept-count)
            MOVE 0 TO ws-dept-wages(ws-dept-count)
            MOVE 0 TO ws-dept-fica(ws-dept-count)
        ELSE
            MOVE "Y" TO ws-dept-full-flag
        END-IF
    END-IF
    IF ws-dept-found-idx > 0
        ADD ws-emp-hours(ws-emp-idx)
            TO ws-dept-hours(ws-dept-found-idx)
        ADD ws-emp-wages(ws-emp-idx)
            TO ws-dept-wages(ws-dept-found-idx)
        ADD ws-chk-empr-fica TO ws-dept-fica(ws-dept-found-idx)
        ADD ws-emp-hours(ws-emp-idx) TO ws-total-hours
        ADD ws-emp-wages(ws-emp-idx) TO ws-total-wages
        ADD ws-chk-empr-fica TO ws-total-fica
    END-IF.

*> the header goes even for a month with nothing unpaid - MTHCLOSE
*> needs to see the month was accrued, at zero or otherwise
write-accrual-file.
    OPEN OUTPUT WAGE-ACCR
    IF ws-accr-status NOT = "00"
        MOVE "WAGE-ACCR" TO ws-io-file
        MOVE "OPEN-OUT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-accr-status
        STOP RUN
    END-IF

    MOVE "H" TO wa-record-type
    MOVE ws-accr-period TO wa-period
    MOVE ws-accr-post-date TO wa-post-date
    MOVE SPACES TO wa-dept
    MOVE ws-total-hours TO wa-hours
    MOVE ws-total-wages TO wa-wages
    MOVE ws-total-fica TO wa-empr-fica
    WRITE wage-accr-rec
    ADD 1 TO ws-lines-written

    PERFORM VARYING ws-dept-idx FROM 1 BY 1
            UNTIL ws-dept-idx > ws-dept-count
        MOVE "A" TO wa-record-type
        MOVE ws-accr-post-date TO wa-post-date
        PERFORM write-dept-line
        MOVE "R" TO wa-record-type
        MOVE ws-reversal-date TO wa-post-date
        PERFORM write-dept-line
    END-PERFORM

    CLOSE WAGE-ACCR.

write-dept-line.
    MOVE ws-accr-period TO wa-period
    MOVE ws-dept-code(ws-dept-idx) TO wa-dept
    MOVE ws-dept-hours(ws-dept-idx) TO wa-hours
    MOVE ws-dept-wages(ws-dept-idx) TO wa-wages
    MOVE ws-dept-fica(ws-dept-idx) TO wa-empr-fica
    WRITE wage-accr-rec
    ADD 1 TO ws-lines-written.

*> first call of the run: already complete for this business
*> date means the whole step skips - that is how a restarted
*> dailyrun resumes at the first incomplete step
check-run-state-or-skip.
    CALL "RUNSTATE" USING ws-ops-program ws-rs-check
        ws-rs-rc ws-rs-disp
    IF ws-rs-disp = "S"
        DISPLAY "WAGEACCR already complete for this "
            "business date - skipped (PARM FORCE re-runs)"
        STOP RUN
    END-IF.
