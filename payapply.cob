*> carries the difference: a short-pay leaves the period partially
*> paid, an overpay rolls forward into the following periods, and
*> anything left past the final period is reported as an unapplied
*> credit for the desk to refund or hold. Every payment, and any
*> part of one left unapplied, goes on the receivables activity
*> journal (ARJRNL) for the GL feed.
*>
*> A payment on an account chgoff.cob charged off is not applied to
*> its periods: it is a recovery against the charge-off history, up
*> to the account's bad debt not yet recovered - an R line on the
*> history and a recovery on the journal - and anything past that
*> is an unapplied credit like any other.
*>
*> A payment equal to an unexpired payoff quote (payquote.cob, the
*> quotes file) pays the schedule off: it is applied period by
*> period as usual, and if the schedule had a little more open than
*> the quote - within the payoff tolerance, a fee or a rounding the
*> quote did not see - the difference is written off as a payoff
*> adjustment rather than left as a penny period. The quote is
*> marked used with a P line. Money past what was open is an
*> unapplied credit the usual way; a schedule short of the quote by
*> more than the tolerance is applied as an ordinary payment and
*> reported for the desk.
*>
*> The run commits every checkpoint.ctl interval of payments
*> through CHKPOINT - the input position, the run's totals, the
*> charge-off and quote files' counts and how far every output file
*> has got, with a before-image of every period it changes. A run
*> that dies partway is restarted from its last commit: CHKPOINT
*> puts the periods changed since back and cuts the report,
*> history, credit, charge-off, quote and activity journal files
*> back to the commit, and application resumes with the next
*> payment - nothing applies twice and the report's totals still
*> foot. The ops-log line names the record it resumed after.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-credit-status.

    *> charge-offs chgoff.cob approved, and the recoveries taken
    *> against them here
    SELECT CHGOFF-HIST ASSIGN TO "data/chgoffhist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-chgoff-status.

    *> payoff quotes payquote.cob printed, and the P lines written
    *> here when a payment honours one
    SELECT QUOTES-FILE ASSIGN TO "data/quotes.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-quote-status.

DATA DIVISION.
FILE SECTION.
FD AMORT-MASTER.
    02 py-ident  PIC 9(3).
    02 py-date   PIC 9(8).
    02 py-amount PIC 9(7)V99.
*> A = a draw autopay.cob wrote; L = a lockbox item lockbox.cob or
*> the lbdesk.cob desk wrote, a mailed payment like blank (lines
*> older than the field read back blank)
    02 py-source PIC X.
        88 py-from-autopay VALUE "A".
        88 py-from-lockbox VALUE "L".

FD APPLY-RPT.
01 apply-line PIC X(70).
        88 uc-refunded VALUE "R".
        88 uc-held     VALUE "H".

FD CHGOFF-HIST.
*> shared with chgoff.cob - see copybooks/CHGOFFREC.cpy
COPY CHGOFFREC.

FD QUOTES-FILE.
*> shared with payquote.cob - see copybooks/QUOTEREC.cpy
COPY QUOTEREC.

WORKING-STORAGE SECTION.
01 ws-amort-status PIC XX VALUE "00".
01 ws-pay-status   PIC XX VALUE "00".
01 ws-rpt-status   PIC XX VALUE "00".
01 ws-hist-status  PIC XX VALUE "00".
01 ws-credit-status PIC XX VALUE "00".
01 ws-chgoff-status PIC XX VALUE "00".
01 ws-quote-status PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 no-more-payments VALUE "Y".
01 ws-sched-eof-flag PIC X VALUE "N".
01 ws-applied-amt PIC 9(7)V99 VALUE 0.
01 ws-report-text PIC X(70).

*> the run's counts and totals - carried on every checkpoint and
*> restored from it on a restart, so the closing report line and
*> the ops-log line cover the whole day's run
01 ws-run-totals.
    02 ws-payment-count PIC 9(5) VALUE 0.
    02 ws-applied-count PIC 9(5) VALUE 0.
    02 ws-credit-count  PIC 9(5) VALUE 0.
    02 ws-total-applied PIC 9(9)V99 VALUE 0.
    02 ws-total-credit  PIC 9(9)V99 VALUE 0.
    02 ws-recovery-count PIC 9(5) VALUE 0.
    02 ws-total-recovery PIC 9(9)V99 VALUE 0.
    02 ws-payoff-count   PIC 9(5) VALUE 0.
    02 ws-total-payoff-adj PIC 9(9)V99 VALUE 0.
*> report lines and receivables activity journal lines (ARJRNL)
*> written
    02 ws-rpt-lines PIC 9(7) VALUE 0.
    02 ws-arj-count PIC 9(7) VALUE 0.
    02 ws-return-code PIC 9(4) VALUE 0.
*> the receivables activity journal lines for one payment
01 ws-jrnl-activity PIC X(4) VALUE SPACES.

*> each charged-off account's bad debt and what has been recovered
*> of it, off the charge-off history - aborts loudly when full
01 ws-co-count PIC 9(3) VALUE 0.
01 ws-co-table.
    02 ws-co-entry OCCURS 500 TIMES
            INDEXED BY ws-co-idx.
        03 ws-co-ident     PIC 9(3).
        03 ws-co-charged   PIC 9(7)V99.
        03 ws-co-recovered PIC 9(7)V99.
01 ws-co-found-idx PIC 9(3) VALUE 0.
01 ws-co-find-ident PIC 9(3) VALUE 0.
01 ws-co-full-flag PIC X VALUE "N".
    88 co-table-full VALUE "Y".
01 ws-recovery-amt   PIC 9(7)V99 VALUE 0.

*> every payoff quote still open to tonight's payments - one past
*> its good-through date before the earliest payment, or already
*> paid off, is not held (its slot is reused); aborts loudly when
*> full, like the charge-off table
01 ws-earliest-pay-date PIC 9(8) VALUE 99999999.
01 ws-qt-count PIC 9(3) VALUE 0.
01 ws-qt-table.
    02 ws-qt-entry OCCURS 500 TIMES
            INDEXED BY ws-qt-idx.
        03 ws-qt-ident        PIC 9(3).
        03 ws-qt-quote-date   PIC 9(8).
        03 ws-qt-good-through PIC 9(8).
        03 ws-qt-payoff-amt   PIC 9(7)V99.
        03 ws-qt-used-flag    PIC X.
            88 ws-qt-used VALUE "Y".
01 ws-qt-found-idx PIC 9(3) VALUE 0.
01 ws-qt-full-flag PIC X VALUE "N".
    88 qt-table-full VALUE "Y".
*> how far a schedule may run past its quote and still be paid off
*> on it - the difference is written off, not left open
01 ws-payoff-tolerance PIC 9(3)V99 VALUE 1.00.
01 ws-sched-open     PIC 9(7)V99 VALUE 0.
01 ws-payoff-adj     PIC 9(7)V99 VALUE 0.

*> mid-file checkpoint and restart (CHKPOINT) - payments read so
*> far, and on a restart the count the run resumed after
01 ws-input-count   PIC 9(7) VALUE 0.
01 ws-restart-after PIC 9(7) VALUE 0.
01 ws-ckpt-mode PIC X VALUE "S".
01 ws-ckpt-disp PIC X VALUE "F".
    88 ckpt-restarting VALUE "R".
    88 ckpt-refused    VALUE "X".
    88 ckpt-commit-due VALUE "D".
COPY CHKPTREC.
COPY CHKIMAGE.

*> job-stream run-state handshake (RUNSTATE) - this step skips when
*> already complete for the business date (PARM FORCE re-runs it)
COPY OPSCOUNTS.
PROCEDURE DIVISION.
PERFORM check-run-state-or-skip
*> before the charge-off and quote files are loaded - a restart
*> cuts them back to the commit first
PERFORM start-checkpointing

*> the charged-off accounts first - a payment on one of them must
*> never be poured into its periods
PERFORM load-charge-offs
IF co-table-full
    DISPLAY "PAYAPPLY: more charged-off accounts than the table "
        "holds - nothing applied"
    MOVE 8 TO RETURN-CODE
    STOP RUN
END-IF

*> then the payoff quotes, so a payment that honours one closes the
*> schedule it was quoted on
PERFORM find-earliest-payment
PERFORM load-quotes
IF qt-table-full
    DISPLAY "PAYAPPLY: more payoff quotes than the table "
        "holds - nothing applied"
    MOVE 8 TO RETURN-CODE
    STOP RUN
END-IF

*> an absent payments file is a quiet day; anything else non-00 is
*> a real I/O problem that must not read as "nobody paid"
    DISPLAY "No payments file on file - nothing to apply"
    SET no-more-payments TO TRUE
END-IF
IF ckpt-restarting
    PERFORM skip-committed-payments
END-IF

*> a payment run against a missing schedule master is an operator
*> mistake, not a first run - there is nothing to apply against
    MOVE "Y" TO ws-amort-open-flag
END-IF

*> a restarted run carries on the report the dead run began
IF ckpt-restarting
    OPEN EXTEND APPLY-RPT
ELSE
    OPEN OUTPUT APPLY-RPT
END-IF

OPEN EXTEND PAY-HISTORY
IF ws-hist-status = "35"
PERFORM WITH TEST BEFORE UNTIL no-more-payments
    READ PAYMENTS-IN
        AT END SET no-more-payments TO TRUE
        NOT AT END
            ADD 1 TO ws-input-count
            PERFORM apply-one-payment
            PERFORM take-checkpoint
    END-READ
END-PERFORM

STRING "PAYMENTS=" ws-payment-count
    " APPLIED=" ws-total-applied
    " UNAPPLIED=" ws-total-credit
    " RECOVERED=" ws-total-recovery
    DELIMITED BY SIZE INTO ws-report-text
MOVE ws-report-text TO apply-line
WRITE apply-line
ADD 1 TO ws-rpt-lines
IF ws-payoff-count > 0
    MOVE SPACES TO ws-report-text
    STRING "PAID OFF ON QUOTE=" ws-payoff-count
        " ADJUSTED=" ws-total-payoff-adj
        DELIMITED BY SIZE INTO ws-report-text
    MOVE ws-report-text TO apply-line
    WRITE apply-line
    ADD 1 TO ws-rpt-lines
END-IF

CLOSE APPLY-RPT
CLOSE PAY-HISTORY
MOVE ws-payment-count TO ws-ops-read
MOVE ws-applied-count TO ws-ops-written
MOVE ws-total-applied TO ws-ops-amount
MOVE ws-restart-after TO ws-ops-restart
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

MOVE ws-return-code TO ws-rs-rc
CALL "RUNSTATE" USING ws-ops-program ws-rs-done
    ws-rs-rc ws-rs-disp
MOVE "E" TO ws-ckpt-mode
CALL "CHKPOINT" USING ws-ckpt-mode checkpoint-rec ws-ckpt-disp

*> the COND chain tests the step completion code, not the ops-log
*> line - a short or failed run has to stop the downstream steps
apply-one-payment.
    ADD 1 TO ws-payment-count
    MOVE py-amount TO ws-remaining
    *> the whole payment is received money whatever it lands on -
    *> the unapplied part is journaled again below as moved to the
    *> credit queue
    IF py-from-autopay
        MOVE "APAY" TO ws-jrnl-activity
    ELSE
        MOVE "PAYM" TO ws-jrnl-activity
    END-IF
    CALL "ARJRNL" USING ws-ops-program ws-jrnl-activity
        py-ident py-amount
    ADD 1 TO ws-arj-count
    MOVE "N" TO ws-sched-eof-flag
    MOVE 0 TO ws-qt-found-idx

    MOVE py-ident TO ws-co-find-ident
    PERFORM find-charge-off
    IF ws-co-found-idx > 0
        PERFORM take-recovery
        SET schedule-done TO TRUE
    ELSE
        PERFORM find-payoff-quote
        MOVE py-ident TO am-ident
        MOVE 0 TO am-period
        START AMORT-MASTER KEY IS GREATER THAN am-key
            INVALID KEY SET schedule-done TO TRUE
        END-START
    END-IF

    PERFORM WITH TEST BEFORE
            UNTIL schedule-done OR ws-remaining = 0
                IF am-ident NOT = py-ident
                    SET schedule-done TO TRUE
                ELSE
                    IF NOT am-paid AND NOT am-restructured
                        PERFORM apply-to-period
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    IF ws-qt-found-idx > 0
        PERFORM close-on-quote
    END-IF

    IF ws-remaining > 0
        *> nothing left to apply it to - every period of the account
        *> is paid (or the account has no schedule at all, or was
        *> charged off and the bad debt is recovered in full)
        *> a credit is the desk's business, not a run failure - it
        *> goes on the report without flagging the step RC=8
        ADD 1 TO ws-credit-count
            DELIMITED BY SIZE INTO ws-report-text
        MOVE ws-report-text TO apply-line
        WRITE apply-line
        ADD 1 TO ws-rpt-lines

        *> the credit itself goes on the refund queue, open - the
        *> refund run approves or holds it from there
        MOVE SPACE TO uc-status
        WRITE unapplied-credit-rec
        CLOSE UNAPPLIED-CREDITS
        MOVE "UNAP" TO ws-jrnl-activity
        CALL "ARJRNL" USING ws-ops-program ws-jrnl-activity
            py-ident ws-remaining
        ADD 1 TO ws-arj-count
    END-IF.

apply-to-period.
    PERFORM image-amort-period
    COMPUTE ws-open-amt = am-amount - am-paid-amt
    IF ws-remaining >= ws-open-amt
        MOVE ws-open-amt TO ws-applied-amt
        " APPLIED " ws-applied-amt " STATUS " am-status
        DELIMITED BY SIZE INTO ws-report-text
    MOVE ws-report-text TO apply-line
    WRITE apply-line
    ADD 1 TO ws-rpt-lines.

*> the payment (or as much of it as the bad debt still owes) is a
*> recovery on the charge-off history - the remainder carries on to
*> the unapplied credit
take-recovery.
    COMPUTE ws-recovery-amt = ws-co-charged(ws-co-found-idx)
        - ws-co-recovered(ws-co-found-idx)
    IF ws-recovery-amt > ws-remaining
        MOVE ws-remaining TO ws-recovery-amt
    END-IF
    IF ws-recovery-amt > 0
        SUBTRACT ws-recovery-amt FROM ws-remaining
        ADD ws-recovery-amt TO ws-co-recovered(ws-co-found-idx)
        ADD 1 TO ws-recovery-count
        ADD ws-recovery-amt TO ws-total-recovery

        OPEN EXTEND CHGOFF-HIST
        IF ws-chgoff-status = "35"
            OPEN OUTPUT CHGOFF-HIST
        END-IF
        IF ws-chgoff-status NOT = "00"
            MOVE "CHGOFF-HIST" TO ws-io-file
            MOVE "OPEN-EXT" TO ws-io-op
            CALL "IOERROR" USING ws-ops-program ws-io-file
                ws-io-op ws-chgoff-status
            STOP RUN
        END-IF
        MOVE "R" TO co-record-type
        MOVE py-ident TO co-ident
        CALL "BUSDATE" USING co-bus-date
        MOVE py-date TO co-ref-date
        MOVE ws-recovery-amt TO co-amount
        MOVE ws-ops-program TO co-operator
        WRITE chgoff-rec
        CLOSE CHGOFF-HIST

        MOVE "RCVY" TO ws-jrnl-activity
        CALL "ARJRNL" USING ws-ops-program ws-jrnl-activity
            py-ident ws-recovery-amt
        ADD 1 TO ws-arj-count

        MOVE SPACES TO ws-report-text
        STRING "ACCT " py-ident " PAID " py-date
            " RECOVERY " ws-recovery-amt " - CHARGED OFF"
            DELIMITED BY SIZE INTO ws-report-text
        MOVE ws-report-text TO apply-line
        WRITE apply-line
        ADD 1 TO ws-rpt-lines
    END-IF.

*> an unused quote for the account, for exactly this amount, that
*> the payment date falls inside - honoured only when the schedule
*> has something open and is not short of the quote by more than
*> the tolerance
find-payoff-quote.
    MOVE 0 TO ws-qt-found-idx
    PERFORM VARYING ws-qt-idx FROM 1 BY 1
            UNTIL ws-qt-idx > ws-qt-count
        IF ws-qt-ident(ws-qt-idx) = py-ident
                AND NOT ws-qt-used(ws-qt-idx)
                AND ws-qt-payoff-amt(ws-qt-idx) = py-amount
                AND py-date >= ws-qt-quote-date(ws-qt-idx)
                AND py-date <= ws-qt-good-through(ws-qt-idx)
            MOVE ws-qt-idx TO ws-qt-found-idx
            SET ws-qt-idx TO ws-qt-count
        END-IF
    END-PERFORM
    IF ws-qt-found-idx > 0
        PERFORM total-open-schedule
        EVALUATE TRUE
            WHEN ws-sched-open = 0
                MOVE 0 TO ws-qt-found-idx
            WHEN ws-sched-open > py-amount + ws-payoff-tolerance
                MOVE SPACES TO ws-report-text
                STRING "ACCT " py-ident " PAID " py-date
                    " ON QUOTE BUT " ws-sched-open
                    " IS OPEN - NOT PAID OFF"
                    DELIMITED BY SIZE INTO ws-report-text
                MOVE ws-report-text TO apply-line
                WRITE apply-line
                ADD 1 TO ws-rpt-lines
                MOVE 0 TO ws-qt-found-idx
        END-EVALUATE
    END-IF.

total-open-schedule.
    MOVE 0 TO ws-sched-open
    MOVE py-ident TO am-ident
    MOVE 0 TO am-period
    START AMORT-MASTER KEY IS GREATER THAN am-key
        INVALID KEY SET schedule-done TO TRUE
    END-START
    PERFORM WITH TEST BEFORE UNTIL schedule-done
        READ AMORT-MASTER NEXT RECORD
            AT END SET schedule-done TO TRUE
            NOT AT END
                IF am-ident NOT = py-ident
                    SET schedule-done TO TRUE
                ELSE
                    IF NOT am-paid AND NOT am-charged-off
                            AND NOT am-restructured
                        COMPUTE ws-sched-open = ws-sched-open
                            + am-amount - am-paid-amt
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    MOVE "N" TO ws-sched-eof-flag.

*> the payment has gone through the periods - whatever the schedule
*> had past the quote is written off period by period, and the
*> quote is marked used
close-on-quote.
    MOVE 0 TO ws-payoff-adj
    IF ws-sched-open > py-amount
        COMPUTE ws-payoff-adj = ws-sched-open - py-amount
        MOVE py-ident TO am-ident
        MOVE 0 TO am-period
        MOVE "N" TO ws-sched-eof-flag
        START AMORT-MASTER KEY IS GREATER THAN am-key
            INVALID KEY SET schedule-done TO TRUE
        END-START
        PERFORM WITH TEST BEFORE UNTIL schedule-done
            READ AMORT-MASTER NEXT RECORD
                AT END SET schedule-done TO TRUE
                NOT AT END
                    IF am-ident NOT = py-ident
                        SET schedule-done TO TRUE
                    ELSE
                        IF NOT am-paid AND NOT am-charged-off
                                AND NOT am-restructured
                            PERFORM write-off-period
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        MOVE "PADJ" TO ws-jrnl-activity
        CALL "ARJRNL" USING ws-ops-program ws-jrnl-activity
            py-ident ws-payoff-adj
        ADD 1 TO ws-arj-count
        ADD ws-payoff-adj TO ws-total-payoff-adj
    END-IF

    MOVE "Y" TO ws-qt-used-flag(ws-qt-found-idx)
    ADD 1 TO ws-payoff-count
    OPEN EXTEND QUOTES-FILE
    IF ws-quote-status = "35"
        OPEN OUTPUT QUOTES-FILE
    END-IF
    IF ws-quote-status NOT = "00"
        MOVE "QUOTES" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-quote-status
        STOP RUN
    END-IF
    MOVE "P" TO qt-record-type
    MOVE py-ident TO qt-ident
    MOVE ws-qt-quote-date(ws-qt-found-idx) TO qt-quote-date
    MOVE ws-qt-good-through(ws-qt-found-idx) TO qt-good-through
    MOVE ws-sched-open TO qt-open-amt
    MOVE 0 TO qt-fee-amt
    MOVE py-amount TO qt-payoff-amt
    MOVE py-date TO qt-paid-date
    MOVE ws-payoff-adj TO qt-adjust-amt
    WRITE quote-rec
    CLOSE QUOTES-FILE

    MOVE SPACES TO ws-report-text
    STRING "ACCT " py-ident " PAID " py-date
        " OFF ON QUOTE " ws-qt-quote-date(ws-qt-found-idx)
        " ADJ " ws-payoff-adj
        DELIMITED BY SIZE INTO ws-report-text
    MOVE ws-report-text TO apply-line
    WRITE apply-line
    ADD 1 TO ws-rpt-lines.

*> the shortfall is not money received - the period closes paid
*> without a payment-history piece
write-off-period.
    PERFORM image-amort-period
    MOVE am-amount TO am-paid-amt
    MOVE "F" TO am-status
    REWRITE amort-rec
        INVALID KEY
            DISPLAY "Unable to rewrite period " am-period
                " for account " am-ident
            MOVE 8 TO ws-return-code
    END-REWRITE
    MOVE SPACES TO ws-report-text
    STRING "ACCT " am-ident " PERIOD " am-period
        " CLOSED ON PAYOFF QUOTE STATUS " am-status
        DELIMITED BY SIZE INTO ws-report-text
    MOVE ws-report-text TO apply-line
    WRITE apply-line
    ADD 1 TO ws-rpt-lines.

*> no quotes file yet means nothing has ever been quoted; a P line
*> marks its quote used
load-quotes.
    OPEN INPUT QUOTES-FILE
    IF ws-quote-status = "00"
        PERFORM WITH TEST BEFORE UNTIL ws-quote-status NOT = "00"
            READ QUOTES-FILE
                AT END MOVE "10" TO ws-quote-status
                NOT AT END PERFORM take-in-quote
            END-READ
        END-PERFORM
        CLOSE QUOTES-FILE
    END-IF.

*> the oldest payment date on tonight's file - a quote whose
*> good-through date is before it can't be honoured by any of them
find-earliest-payment.
    MOVE 99999999 TO ws-earliest-pay-date
    OPEN INPUT PAYMENTS-IN
    IF ws-pay-status = "00"
        PERFORM WITH TEST BEFORE UNTIL ws-pay-status NOT = "00"
            READ PAYMENTS-IN
                AT END MOVE "10" TO ws-pay-status
                NOT AT END
                    IF py-date IS NUMERIC
                            AND py-date < ws-earliest-pay-date
                        MOVE py-date TO ws-earliest-pay-date
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PAYMENTS-IN
    END-IF.

take-in-quote.
    MOVE 0 TO ws-qt-found-idx
    PERFORM VARYING ws-qt-idx FROM 1 BY 1
            UNTIL ws-qt-idx > ws-qt-count
        IF ws-qt-ident(ws-qt-idx) = qt-ident
                AND ws-qt-quote-date(ws-qt-idx) = qt-quote-date
                AND NOT ws-qt-used(ws-qt-idx)
            MOVE ws-qt-idx TO ws-qt-found-idx
            SET ws-qt-idx TO ws-qt-count
        END-IF
    END-PERFORM
    *> a new quote takes a used slot before a fresh one; an expired
    *> quote, or a paid-off line for a quote not held, takes none
    IF ws-qt-found-idx = 0 AND qt-quote
            AND qt-good-through >= ws-earliest-pay-date
        PERFORM VARYING ws-qt-idx FROM 1 BY 1
                UNTIL ws-qt-idx > ws-qt-count
            IF ws-qt-used(ws-qt-idx)
                MOVE ws-qt-idx TO ws-qt-found-idx
                SET ws-qt-idx TO ws-qt-count
            END-IF
        END-PERFORM
        IF ws-qt-found-idx = 0
            IF ws-qt-count < 500
                ADD 1 TO ws-qt-count
                MOVE ws-qt-count TO ws-qt-found-idx
            ELSE
                MOVE "Y" TO ws-qt-full-flag
            END-IF
        END-IF
        IF ws-qt-found-idx > 0
            MOVE qt-ident TO ws-qt-ident(ws-qt-found-idx)
            MOVE qt-quote-date TO ws-qt-quote-date(ws-qt-found-idx)
            MOVE 0 TO ws-qt-payoff-amt(ws-qt-found-idx)
            MOVE "N" TO ws-qt-used-flag(ws-qt-found-idx)
        END-IF
    END-IF
    IF ws-qt-found-idx > 0
        IF qt-paid-off
            MOVE "Y" TO ws-qt-used-flag(ws-qt-found-idx)
        ELSE
            MOVE qt-good-through
                TO ws-qt-good-through(ws-qt-found-idx)
            MOVE qt-payoff-amt TO ws-qt-payoff-amt(ws-qt-found-idx)
        END-IF
    END-IF
    MOVE 0 TO ws-qt-found-idx.

find-charge-off.
    MOVE 0 TO ws-co-found-idx
    PERFORM VARYING ws-co-idx FROM 1 BY 1
            UNTIL ws-co-idx > ws-co-count
        IF ws-co-find-ident = ws-co-ident(ws-co-idx)
            MOVE ws-co-idx TO ws-co-found-idx
            SET ws-co-idx TO ws-co-count
        END-IF
    END-PERFORM.

*> no history yet means nothing has ever been charged off
load-charge-offs.
    OPEN INPUT CHGOFF-HIST
    IF ws-chgoff-status = "00"
        PERFORM WITH TEST BEFORE UNTIL ws-chgoff-status NOT = "00"
            READ CHGOFF-HIST
                AT END MOVE "10" TO ws-chgoff-status
                NOT AT END PERFORM take-in-charge-off
            END-READ
        END-PERFORM
        CLOSE CHGOFF-HIST
    END-IF.

take-in-charge-off.
    MOVE co-ident TO ws-co-find-ident
    PERFORM find-charge-off
    IF ws-co-found-idx = 0
        IF ws-co-count < 500
            ADD 1 TO ws-co-count
            MOVE ws-co-count TO ws-co-found-idx
            MOVE co-ident TO ws-co-ident(ws-co-count)
            MOVE 0 TO ws-co-charged(ws-co-count)
            MOVE 0 TO ws-co-recovered(ws-co-count)
        ELSE
            MOVE "Y" TO ws-co-full-flag
        END-IF
    END-IF
    IF ws-co-found-idx > 0
        IF co-charge-off
            ADD co-amount TO ws-co-charged(ws-co-found-idx)
        ELSE
            ADD co-amount TO ws-co-recovered(ws-co-found-idx)
        END-IF
    END-IF.

*> the period's before-image for CHKPOINT, just before it changes
image-amort-period.
    MOVE "AMORTMST" TO ci-file
    MOVE "R" TO ci-action
    MOVE amort-rec TO ci-image
    CALL "CHKIMAGE" USING checkpoint-image.

*> before any file is opened: a run that died today is backed out
*> to its last commit and resumes from there, anything else starts
*> a fresh checkpoint against the output files as they stand. The
*> report is written from empty each run
start-checkpointing.
    INITIALIZE checkpoint-rec
    MOVE ws-ops-program TO cp-program
    MOVE "APPLYRPT" TO cp-out-tag(1)
    MOVE "Y" TO cp-out-replace(1)
    MOVE "PAYHIST"  TO cp-out-tag(2)
    MOVE "UNAPPLD"  TO cp-out-tag(3)
    MOVE "CHGOFFH"  TO cp-out-tag(4)
    MOVE "QUOTES"   TO cp-out-tag(5)
    MOVE "ARJRNL"   TO cp-out-tag(6)
    MOVE ws-run-totals TO cp-totals
    MOVE "S" TO ws-ckpt-mode
    CALL "CHKPOINT" USING ws-ckpt-mode checkpoint-rec ws-ckpt-disp
    IF ckpt-refused
        DISPLAY "PAYAPPLY cannot restart - see the CHKPOINT "
            "message above"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF ckpt-restarting
        MOVE cp-totals TO ws-run-totals
        MOVE cp-input-count TO ws-restart-after
    END-IF.

*> the payments the dead run committed are read past, not applied
*> again
skip-committed-payments.
    PERFORM WITH TEST BEFORE
            UNTIL no-more-payments
            OR ws-input-count >= ws-restart-after
        READ PAYMENTS-IN
            AT END SET no-more-payments TO TRUE
            NOT AT END ADD 1 TO ws-input-count
        END-READ
    END-PERFORM
    DISPLAY "PAYAPPLY restarted - " ws-input-count
        " payment(s) already applied, resuming with the next".

*> one payment done - its position, the totals and each output
*> file's count handed to CHKPOINT, which commits them every
*> interval. The report and history lines counted go to disk
*> before the commit records them
take-checkpoint.
    MOVE ws-input-count TO cp-input-count
    MOVE ws-rpt-lines TO cp-out-written(1)
    MOVE ws-applied-count TO cp-out-written(2)
    MOVE ws-credit-count TO cp-out-written(3)
    MOVE ws-recovery-count TO cp-out-written(4)
    MOVE ws-payoff-count TO cp-out-written(5)
    MOVE ws-arj-count TO cp-out-written(6)
    MOVE ws-run-totals TO cp-totals
    MOVE "W" TO ws-ckpt-mode
    CALL "CHKPOINT" USING ws-ckpt-mode checkpoint-rec ws-ckpt-disp
    IF ckpt-commit-due
        PERFORM secure-output-files
        MOVE "C" TO ws-ckpt-mode
        CALL "CHKPOINT" USING ws-ckpt-mode checkpoint-rec
            ws-ckpt-disp
    END-IF.

*> closed and opened again for EXTEND, so every line written so far
*> is on disk
secure-output-files.
    CLOSE APPLY-RPT
    OPEN EXTEND APPLY-RPT
    IF ws-rpt-status NOT = "00"
        MOVE "APPLY-RPT" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-rpt-status
        STOP RUN
    END-IF
    CLOSE PAY-HISTORY
    OPEN EXTEND PAY-HISTORY
    IF ws-hist-status NOT = "00"
        MOVE "PAY-HISTORY" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-hist-status
        STOP RUN
    END-IF.

*> first call of the run: already complete for this business
*> date means the whole step skips - that is how a restarted
