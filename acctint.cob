       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ACCTINT.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Monthly interest and overdraft charges - credit balances earned
*> nothing and overdrawn accounts cost the shop nothing, because the
*> only figure on file is today's ab-balance and nobody was going to
*> work a month of daily balances out by hand. On the first business
*> day of a month this rebuilds each account's average daily balance
*> for the month just ended from ACCT-MASTER and the posted history
*> (acctpost.dat), and:
*>
*>   a credit average earns interest at the credit APR
*>   an overdrawn average pays the overdraft APR, never less than
*>   the minimum charge
*>
*> both at the rate set in force on the month end on intrates.ctl
*> (latest effective date on or before it - compiled-in defaults
*> when the file is missing, the taxcalc.cob safety net), figured
*> actual days over 365. Neither master is touched here: each
*> charge or credit goes on acctxns.dat as a normal transaction
*> dated the business date, source I or O, for ACCTPOST to post
*> tonight - balance, history, control line and receivables journal
*> all move together and TRIALBAL still foots (the autopay.cob
*> way). The statement print names the lines.
*>
*> The daily balance is worked backwards from the master: the
*> month-end balance is ab-balance less everything posted dated
*> after the month end, and each posting in the month is backed out
*> of the days before it - so the sum of the month's daily balances
*> is days x month-end balance less every posting x (day - 1).
*>
*> Every month charged goes on acctint.ctl, and a month already
*> there is never charged twice - a FORCE re-run or a PARM for a
*> month already done writes nothing.
*>
*>   no PARM       acts only when the business date is the first
*>                 business day of its month (BUSCAL - charges the
*>                 month just ended);
*>                 any other night is a no-op
*>   PARM YYYYMM   charges that month, any night - a month that has
*>                 not ended yet is refused

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCT-MASTER ASSIGN TO "data/acctmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ab-ident
        FILE STATUS IS ws-acct-status.

    SELECT POSTED-HIST ASSIGN TO "data/acctpost.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-hist-status.

    SELECT INT-RATES ASSIGN TO "data/intrates.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-rates-status.

    *> the months already charged - one line per month
    SELECT INT-CONTROL ASSIGN TO "data/acctint.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-ctl-status.

    *> the charges ride the same feed every other posting rides
    SELECT ACCT-TXNS ASSIGN TO "data/acctxns.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-txn-status.

    SELECT INT-RPT ASSIGN TO "data/acctint.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-rpt-status.

DATA DIVISION.
FILE SECTION.
FD ACCT-MASTER.
*> shared with acctpost.cob and acctstmt.cob - see
*> copybooks/ACCTREC.cpy
COPY ACCTREC.

FD POSTED-HIST.
*> same layout acctpost.cob appends
01 posted-hist-rec.
    02 ph-ident  PIC 9(3).
    02 ph-date   PIC 9(8).
    02 ph-amount PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    02 ph-source PIC X.

FD INT-RATES.
*> one rate set per line: effective date, credit APR and overdraft
*> APR (percent, four decimals), minimum overdraft charge - plain
*> digits with implied decimals
01 int-rates-rec.
    02 ir-eff-date   PIC 9(8).
    02 ir-credit-apr PIC 9(2)V9(4).
    02 ir-od-apr     PIC 9(2)V9(4).
    02 ir-od-minimum PIC 9(3)V99.

FD INT-CONTROL.
01 int-control-rec.
    02 ic-period   PIC 9(6).
    02 ic-run-date PIC 9(8).

FD ACCT-TXNS.
01 acct-txn-rec.
    02 ax-ident  PIC 9(3).
    02 ax-date   PIC 9(8).
    02 ax-amount PIC S9(7)V99 SIGN IS LEADING SEPARATE.
*> I = interest credited, O = overdraft charge - ACCTPOST journals
*> each as its own and the statement names the line
    02 ax-source PIC X.

FD INT-RPT.
01 int-rpt-line PIC X(70).

WORKING-STORAGE SECTION.
01 ws-acct-status  PIC XX VALUE "00".
01 ws-hist-status  PIC XX VALUE "00".
01 ws-rates-status PIC XX VALUE "00".
01 ws-ctl-status   PIC XX VALUE "00".
01 ws-txn-status   PIC XX VALUE "00".
01 ws-rpt-status   PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 end-of-file VALUE "Y".
01 ws-charged-flag PIC X VALUE "N".
    88 month-already-charged VALUE "Y".

01 ws-parm PIC X(6) VALUE SPACES.
01 ws-parm-flag PIC X VALUE "N".
    88 period-parm-given VALUE "Y".
01 ws-bus-date PIC 9(8) VALUE 0.

*> the month being charged: its first and last days and its length
01 ws-int-period  PIC 9(6) VALUE 0.
01 ws-month-first PIC 9(8) VALUE 0.
01 ws-month-end   PIC 9(8) VALUE 0.
01 ws-month-days  PIC 9(2) VALUE 0.
*> the first business day of the business date's month (BUSCAL)
01 ws-bus-month-first PIC 9(8) VALUE 0.
01 ws-first-bus-day   PIC 9(8) VALUE 0.
01 ws-cal-mode    PIC X VALUE "R".
01 ws-cal-program PIC X(10) VALUE SPACES.
01 ws-cal-flag    PIC X VALUE SPACE.
01 ws-work-year   PIC 9(4) VALUE 0.
01 ws-work-month  PIC 9(2) VALUE 0.
01 ws-work-period PIC 9(6) VALUE 0.
01 ws-next-first  PIC 9(8) VALUE 0.
01 ws-day-number  PIC 9(7) VALUE 0.
01 ws-post-day    PIC 9(2) VALUE 0.

*> compiled-in rate set - used when intrates.ctl is missing or the
*> month ends before every set on it
01 ws-dft-credit-apr PIC 9(2)V9(4) VALUE 0.5000.
01 ws-dft-od-apr     PIC 9(2)V9(4) VALUE 18.0000.
01 ws-dft-od-minimum PIC 9(3)V99 VALUE 5.00.
01 ws-rate-eff-date  PIC 9(8) VALUE 0.
01 ws-credit-apr     PIC 9(2)V9(4) VALUE 0.
01 ws-od-apr         PIC 9(2)V9(4) VALUE 0.
01 ws-od-minimum     PIC 9(3)V99 VALUE 0.

*> per-account offsets off the posted history, subscripted by the
*> account ident itself: postings dated after the month end, and
*> the month's postings weighted by the days before them
01 ws-offset-table.
    02 ws-offset-entry OCCURS 999 TIMES.
        03 ws-off-after    PIC S9(9)V99.
        03 ws-off-weighted PIC S9(11)V99.

01 ws-end-balance  PIC S9(9)V99 VALUE 0.
01 ws-balance-days PIC S9(11)V99 VALUE 0.
01 ws-avg-balance  PIC S9(9)V99 VALUE 0.
01 ws-charge       PIC 9(7)V99 VALUE 0.

01 ws-hist-count      PIC 9(7) VALUE 0.
01 ws-acct-count      PIC 9(5) VALUE 0.
01 ws-interest-count  PIC 9(5) VALUE 0.
01 ws-overdraft-count PIC 9(5) VALUE 0.
01 ws-interest-total  PIC 9(9)V99 VALUE 0.
01 ws-overdraft-total PIC 9(9)V99 VALUE 0.
01 ws-net-total       PIC S9(9)V99 VALUE 0.

01 ws-report-text PIC X(70).
01 ws-money-display  PIC $$$,$$$,$$9.99DB.
01 ws-charge-display PIC $$$,$$9.99.
01 ws-apr-display    PIC Z9.9999.
01 ws-apr-display-2  PIC Z9.9999.

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
01 ws-ops-program PIC X(10) VALUE "ACCTINT".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
PERFORM check-run-state-or-skip

CALL "BUSDATE" USING ws-bus-date

ACCEPT ws-parm FROM COMMAND-LINE
IF ws-parm IS NUMERIC AND ws-parm > 0
    MOVE ws-parm TO ws-int-period
    MOVE "Y" TO ws-parm-flag
ELSE
    PERFORM figure-prior-month
END-IF
PERFORM figure-month-dates

EVALUATE TRUE
    WHEN NOT period-parm-given AND ws-bus-date NOT = ws-first-bus-day
        DISPLAY "ACCTINT: " ws-bus-date " is not the first business "
            "day of a month - no charges tonight"
    WHEN ws-month-end NOT < ws-bus-date
        DISPLAY "ACCTINT: period " ws-int-period " has not ended - "
            "charges NOT written"
        MOVE 8 TO ws-return-code
    WHEN OTHER
        PERFORM check-month-charged
        IF month-already-charged
            DISPLAY "ACCTINT: period " ws-int-period " was charged "
                "already - nothing written"
        ELSE
            PERFORM charge-month
        END-IF
END-EVALUATE

INITIALIZE ws-ops-counts
MOVE ws-acct-count TO ws-ops-read
COMPUTE ws-ops-written = ws-interest-count + ws-overdraft-count
MOVE ws-net-total TO ws-ops-amount
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

MOVE ws-return-code TO ws-rs-rc
CALL "RUNSTATE" USING ws-ops-program ws-rs-done
    ws-rs-rc ws-rs-disp

IF ws-return-code NOT = 0
    MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> the month before the business date's month
figure-prior-month.
    DIVIDE ws-bus-date BY 100 GIVING ws-work-period
    DIVIDE ws-work-period BY 100 GIVING ws-work-year
        REMAINDER ws-work-month
    IF ws-work-month = 1
        SUBTRACT 1 FROM ws-work-year
        MOVE 12 TO ws-work-month
    ELSE
        SUBTRACT 1 FROM ws-work-month
    END-IF
    COMPUTE ws-int-period = ws-work-year * 100 + ws-work-month.

*> first and last day of the charged month (the day before the next
*> month's first), its length, and the first business day of the
*> business date's month - the night the charges are written
figure-month-dates.
    DIVIDE ws-bus-date BY 100 GIVING ws-work-period
    COMPUTE ws-bus-month-first = ws-work-period * 100 + 1
    CALL "BUSCAL" USING ws-cal-mode ws-bus-month-first ws-cal-program
        ws-first-bus-day ws-cal-flag
    COMPUTE ws-month-first = ws-int-period * 100 + 1
    DIVIDE ws-int-period BY 100 GIVING ws-work-year
        REMAINDER ws-work-month
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
    DIVIDE ws-month-end BY 100 GIVING ws-work-period
        REMAINDER ws-month-days.

*> a month on the control file has had its charges written already
check-month-charged.
    MOVE "N" TO ws-charged-flag
    MOVE "N" TO ws-eof-flag
    OPEN INPUT INT-CONTROL
    EVALUATE TRUE
        WHEN ws-ctl-status = "00"
            CONTINUE
        WHEN ws-ctl-status = "35"
            SET end-of-file TO TRUE
        WHEN OTHER
            MOVE "INT-CONTROL" TO ws-io-file
            MOVE "OPEN-IN" TO ws-io-op
            CALL "IOERROR" USING ws-ops-program ws-io-file
                ws-io-op ws-ctl-status
            STOP RUN
    END-EVALUATE
    PERFORM WITH TEST BEFORE UNTIL end-of-file
        READ INT-CONTROL
            AT END SET end-of-file TO TRUE
            NOT AT END
                IF ic-period = ws-int-period
                    MOVE "Y" TO ws-charged-flag
                END-IF
        END-READ
    END-PERFORM
    IF ws-ctl-status NOT = "35"
        CLOSE INT-CONTROL
    END-IF.

*> rates and history offsets first, then one pass over the master
*> writing a transaction per account that earned or owes something
charge-month.
    PERFORM pick-rate-set
    PERFORM load-history-offsets

    OPEN INPUT ACCT-MASTER
    IF ws-acct-status NOT = "00"
        IF ws-acct-status = "35"
            DISPLAY "ACCT-MASTER is missing - run "
                "INITMAST to create the shop masters"
        END-IF
        MOVE "ACCT-MASTER" TO ws-io-file
        MOVE "OPEN-IN" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-acct-status
        STOP RUN
    END-IF

    OPEN EXTEND ACCT-TXNS
    IF ws-txn-status = "35"
        OPEN OUTPUT ACCT-TXNS
    END-IF
    IF ws-txn-status NOT = "00"
        MOVE "ACCT-TXNS" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-txn-status
        STOP RUN
    END-IF

    OPEN OUTPUT INT-RPT
    PERFORM write-register-heading

    MOVE "N" TO ws-eof-flag
    MOVE LOW-VALUES TO ab-ident
    START ACCT-MASTER KEY IS GREATER THAN OR EQUAL ab-ident
        INVALID KEY SET end-of-file TO TRUE
    END-START
    PERFORM WITH TEST BEFORE UNTIL end-of-file
        READ ACCT-MASTER NEXT RECORD
            AT END SET end-of-file TO TRUE
            NOT AT END PERFORM charge-one-account
        END-READ
    END-PERFORM

    COMPUTE ws-net-total = ws-interest-total - ws-overdraft-total
    MOVE SPACES TO ws-report-text
    PERFORM write-report-line
    MOVE ws-interest-total TO ws-money-display
    MOVE SPACES TO ws-report-text
    STRING "INTEREST CREDITED  " ws-interest-count " ACCOUNT(S)  "
        ws-money-display
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line
    MOVE ws-overdraft-total TO ws-money-display
    MOVE SPACES TO ws-report-text
    STRING "OVERDRAFT CHARGED  " ws-overdraft-count " ACCOUNT(S)  "
        ws-money-display
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line

    CLOSE INT-RPT
    CLOSE ACCT-TXNS
    CLOSE ACCT-MASTER

    PERFORM record-month-charged

    DISPLAY "ACCTINT: period " ws-int-period " interest "
        ws-interest-count " account(s) " ws-interest-total
        " overdraft " ws-overdraft-count " account(s) "
        ws-overdraft-total.

*> the set in force on the month end is the one with the latest
*> effective date on or before it - a month earlier than every set
*> (or no file at all) runs on the compiled-in defaults
pick-rate-set.
    MOVE 0 TO ws-rate-eff-date
    MOVE ws-dft-credit-apr TO ws-credit-apr
    MOVE ws-dft-od-apr TO ws-od-apr
    MOVE ws-dft-od-minimum TO ws-od-minimum
    OPEN INPUT INT-RATES
    IF ws-rates-status = "00"
        PERFORM WITH TEST BEFORE UNTIL ws-rates-status NOT = "00"
            READ INT-RATES
                AT END MOVE "10" TO ws-rates-status
                NOT AT END
                    IF ir-eff-date IS NUMERIC
                            AND ir-eff-date NOT > ws-month-end
                            AND ir-eff-date NOT < ws-rate-eff-date
                        MOVE ir-eff-date TO ws-rate-eff-date
                        MOVE ir-credit-apr TO ws-credit-apr
                        MOVE ir-od-apr TO ws-od-apr
                        *> a line without the minimum charges the
                        *> straight overdraft rate
                        IF ir-od-minimum IS NUMERIC
                            MOVE ir-od-minimum TO ws-od-minimum
                        ELSE
                            MOVE 0 TO ws-od-minimum
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INT-RATES
    END-IF.

*> no posted history yet means every account sat at its master
*> balance all month - the offsets simply stay zero
load-history-offsets.
    INITIALIZE ws-offset-table
    MOVE "N" TO ws-eof-flag
    OPEN INPUT POSTED-HIST
    EVALUATE TRUE
        WHEN ws-hist-status = "00"
            CONTINUE
        WHEN ws-hist-status = "35"
            SET end-of-file TO TRUE
        WHEN OTHER
            MOVE "POSTED-HIST" TO ws-io-file
            MOVE "OPEN-IN" TO ws-io-op
            CALL "IOERROR" USING ws-ops-program ws-io-file
                ws-io-op ws-hist-status
            STOP RUN
    END-EVALUATE
    PERFORM WITH TEST BEFORE UNTIL end-of-file
        READ POSTED-HIST
            AT END SET end-of-file TO TRUE
            NOT AT END
                ADD 1 TO ws-hist-count
                IF ph-ident > 0
                    PERFORM take-in-posting
                END-IF
        END-READ
    END-PERFORM
    IF ws-hist-status NOT = "35"
        CLOSE POSTED-HIST
    END-IF.

*> after the month end: backs out of the month-end balance whole;
*> inside the month: counts against every day before it was dated
take-in-posting.
    EVALUATE TRUE
        WHEN ph-date > ws-month-end
            ADD ph-amount TO ws-off-after(ph-ident)
        WHEN ph-date NOT < ws-month-first
            DIVIDE ph-date BY 100 GIVING ws-work-period
                REMAINDER ws-post-day
            COMPUTE ws-off-weighted(ph-ident) =
                ws-off-weighted(ph-ident)
                + ph-amount * (ws-post-day - 1)
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> the month's balance-days, its average, and the one charge or
*> credit it earns - an account that averaged exactly zero, or
*> earned less than a cent, gets nothing
charge-one-account.
    ADD 1 TO ws-acct-count
    IF ab-ident > 0
        COMPUTE ws-end-balance =
            ab-balance - ws-off-after(ab-ident)
        COMPUTE ws-balance-days =
            ws-end-balance * ws-month-days - ws-off-weighted(ab-ident)
    ELSE
        MOVE ab-balance TO ws-end-balance
        COMPUTE ws-balance-days = ws-end-balance * ws-month-days
    END-IF
    COMPUTE ws-avg-balance ROUNDED = ws-balance-days / ws-month-days
    MOVE 0 TO ws-charge

    EVALUATE TRUE
        *> a closed account earns and owes nothing further - its
        *> balance went to the refund queue when it closed
        WHEN ab-closed
            CONTINUE
        WHEN ws-balance-days > 0
            COMPUTE ws-charge ROUNDED =
                ws-balance-days * ws-credit-apr / 36500
            IF ws-charge > 0
                ADD 1 TO ws-interest-count
                ADD ws-charge TO ws-interest-total
                MOVE ab-ident TO ax-ident
                MOVE ws-bus-date TO ax-date
                MOVE ws-charge TO ax-amount
                MOVE "I" TO ax-source
                WRITE acct-txn-rec
                PERFORM write-register-detail
            END-IF
        WHEN ws-balance-days < 0
            COMPUTE ws-charge ROUNDED =
                (0 - ws-balance-days) * ws-od-apr / 36500
            IF ws-charge < ws-od-minimum
                MOVE ws-od-minimum TO ws-charge
            END-IF
            IF ws-charge > 0
                ADD 1 TO ws-overdraft-count
                ADD ws-charge TO ws-overdraft-total
                MOVE ab-ident TO ax-ident
                MOVE ws-bus-date TO ax-date
                COMPUTE ax-amount = 0 - ws-charge
                MOVE "O" TO ax-source
                WRITE acct-txn-rec
                PERFORM write-register-detail
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

write-register-heading.
    MOVE SPACES TO ws-report-text
    STRING "ACCTINT - INTEREST AND OVERDRAFT FOR PERIOD "
        ws-int-period " (" ws-month-days " DAYS)"
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line
    MOVE ws-credit-apr TO ws-apr-display
    MOVE ws-od-apr TO ws-apr-display-2
    MOVE ws-od-minimum TO ws-charge-display
    MOVE SPACES TO ws-report-text
    IF ws-rate-eff-date = 0
        STRING "RATES DEFAULT   CREDIT APR " ws-apr-display
            "  OVERDRAFT APR " ws-apr-display-2 "  MIN "
            ws-charge-display
            DELIMITED BY SIZE INTO ws-report-text
    ELSE
        STRING "RATES " ws-rate-eff-date "  CREDIT APR "
            ws-apr-display "  OVERDRAFT APR " ws-apr-display-2
            "  MIN " ws-charge-display
            DELIMITED BY SIZE INTO ws-report-text
    END-IF
    PERFORM write-report-line
    MOVE SPACES TO ws-report-text
    STRING "POSTED " ws-bus-date " TO ACCTXNS.DAT"
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line
    MOVE SPACES TO ws-report-text
    PERFORM write-report-line.

write-register-detail.
    MOVE ws-avg-balance TO ws-money-display
    MOVE ws-charge TO ws-charge-display
    MOVE SPACES TO ws-report-text
    IF ax-source = "I"
        STRING "ACCT " ab-ident "  AVG BAL " ws-money-display
            "  INTEREST  " ws-charge-display
            DELIMITED BY SIZE INTO ws-report-text
    ELSE
        STRING "ACCT " ab-ident "  AVG BAL " ws-money-display
            "  OVERDRAFT " ws-charge-display
            DELIMITED BY SIZE INTO ws-report-text
    END-IF
    PERFORM write-report-line.

write-report-line.
    MOVE ws-report-text TO int-rpt-line
    WRITE int-rpt-line.

*> the month goes on the control file only once its charges are on
*> the feed - the guard against charging it twice
record-month-charged.
    OPEN EXTEND INT-CONTROL
    IF ws-ctl-status = "35"
        OPEN OUTPUT INT-CONTROL
    END-IF
    IF ws-ctl-status NOT = "00"
        MOVE "INT-CONTROL" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-ctl-status
        STOP RUN
    END-IF
    MOVE ws-int-period TO ic-period
    MOVE ws-bus-date TO ic-run-date
    WRITE int-control-rec
    CLOSE INT-CONTROL.

*> first call of the run: already complete for this business
*> date means the whole step skips - that is how a restarted
*> dailyrun resumes at the first incomplete step
check-run-state-or-skip.
    CALL "RUNSTATE" USING ws-ops-program ws-rs-check
        ws-rs-rc ws-rs-disp
    IF ws-rs-disp = "S"
        DISPLAY "ACCTINT already complete for this "
            "business date - skipped (PARM FORCE re-runs)"
        STOP RUN
    END-IF.
