*> (validated against CUSTOMER-MASTER), and a transaction for an
*> unknown account rejects to the suspense file with a reason
*> code, custbatch-style, for the desk to correct and resubmit.
*>
*> Every posting also goes on the receivables activity journal
*> (ARJRNL) for the GL feed - a deposit, a withdrawal, or an
*> autopay draw when AUTOPAY marked the transaction as its own,
*> and month-end interest or an overdraft charge when ACCTINT did.
*>
*> The account's status and overdraft limit (acctmaint.cob) are
*> enforced here: a closed account takes nothing but its closing
*> debit, a frozen or legal-hold account takes no debit, and no
*> debit may take ab-balance further below zero than ab-od-limit -
*> each suspends with its own reason code. ACCTINT's overdraft
*> charge is the bank's own fee and posts past a hold or the limit.
*>
*> The run commits every checkpoint.ctl interval of transactions
*> through CHKPOINT - the input position, the day's totals and how
*> many records each output file has taken, with a before-image of
*> every account it changes. A run that dies partway is restarted
*> from its last commit: CHKPOINT puts the accounts changed since
*> back and cuts the history, suspense, control and activity
*> journal files back to the commit, and posting resumes with the
*> next transaction - nothing posts twice and the control line
*> still proves. The ops-log line names the record it resumed
*> after.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    02 ax-ident  PIC 9(3).
    02 ax-date   PIC 9(8).
    02 ax-amount PIC S9(7)V99 SIGN IS LEADING SEPARATE.
*> A = an autopay draw written by autopay.cob; I = month-end
*> interest and O = an overdraft charge, both written by
*> acctint.cob; C = the closing debit acctmaint.cob writes to move a
*> closed account's credit balance to the refund queue; blank =
*> anything else (lines older than the field read back blank)
    02 ax-source PIC X.
        88 ax-from-autopay VALUE "A".
        88 ax-interest     VALUE "I".
        88 ax-overdraft    VALUE "O".
        88 ax-closing      VALUE "C".

FD POSTED-HIST.
01 posted-hist-rec.
    02 ph-ident  PIC 9(3).
    02 ph-date   PIC 9(8).
    02 ph-amount PIC S9(7)V99 SIGN IS LEADING SEPARATE.
*> the transaction's source byte, carried so the statement can name
*> an interest credit or overdraft charge (older lines read blank)
    02 ph-source PIC X.

FD ACCT-CONTROL.
01 acct-control-rec.
FD TXN-SUSPENSE.
01 txn-susp-rec.
    02 su-reason PIC X(8).
    02 su-txn    PIC X(22).

WORKING-STORAGE SECTION.
01 ws-acct-status PIC XX VALUE "00".

01 ws-acct-found-flag PIC X VALUE "N".
    88 account-on-file VALUE "Y".
01 ws-ctl-status PIC XX VALUE "00".
01 ws-susp-status PIC XX VALUE "00".
*> set by PERIODCHK per transaction - a date in a month the close
*> has locked suspends instead of posting
01 ws-closed-flag PIC X VALUE "N".
01 ws-sweep-eof-flag PIC X VALUE "N".
    88 sweep-done VALUE "Y".
01 ws-bus-date PIC 9(8) VALUE 0.
*> the run's counts and totals - carried on every checkpoint and
*> restored from it on a restart, so the control line and the
*> ops-log line foot to the whole day's run
01 ws-run-totals.
    02 ws-posted-count PIC 9(5) VALUE 0.
    02 ws-posted-total PIC S9(9)V99 VALUE 0.
    02 ws-susp-count   PIC 9(5) VALUE 0.
*> the day's two sides, for the control line the trial balance
*> foots against
    02 ws-day-debits   PIC 9(9)V99 VALUE 0.
    02 ws-day-credits  PIC 9(9)V99 VALUE 0.
*> receivables activity journal lines written (ARJRNL)
    02 ws-arj-count    PIC 9(7) VALUE 0.
    02 ws-ctl-count    PIC 9(1) VALUE 0.
    02 ws-return-code  PIC 9(4) VALUE 0.
*> and the master's ending balance
01 ws-ending-total PIC S9(9)V99 VALUE 0.
*> where a debit would leave the account, against the lowest its
*> overdraft limit allows
01 ws-new-balance PIC S9(9)V99 VALUE 0.
01 ws-floor-balance PIC S9(9)V99 VALUE 0.
*> the receivables activity journal line for one posting
01 ws-jrnl-activity PIC X(4) VALUE SPACES.
01 ws-jrnl-amount   PIC 9(7)V99 VALUE 0.

*> mid-file checkpoint and restart (CHKPOINT) - transactions read
*> so far, and on a restart the count the run resumed after
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
PERFORM start-checkpointing

*> an absent transaction file is a no-posting night; anything else
*> non-00 is a real I/O problem that must not read as "no activity"
    DISPLAY "No account transaction file on file - nothing to post"
    SET no-more-txns TO TRUE
END-IF
IF ckpt-restarting
    PERFORM skip-committed-txns
END-IF

*> a missing master is a hard error now - INITMAST creates the
*> shop's masters deliberately, never a production step
PERFORM WITH TEST BEFORE UNTIL no-more-txns
    READ ACCT-TXNS
        AT END SET no-more-txns TO TRUE
        NOT AT END
            ADD 1 TO ws-input-count
            PERFORM post-one-transaction
            PERFORM take-checkpoint
    END-READ
END-PERFORM

MOVE ws-posted-count TO ws-ops-written
MOVE ws-susp-count TO ws-ops-rejected
MOVE ws-posted-total TO ws-ops-amount
MOVE ws-restart-after TO ws-ops-restart
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

MOVE ws-return-code TO ws-rs-rc
CALL "RUNSTATE" USING ws-ops-program ws-rs-done
    ws-rs-rc ws-rs-disp
MOVE "E" TO ws-ckpt-mode
CALL "CHKPOINT" USING ws-ckpt-mode checkpoint-rec ws-ckpt-disp

*> the COND chain tests the step completion code, not the ops-log
*> line - a failed master write has to stop the downstream steps
            NOT INVALID KEY MOVE "Y" TO ws-acct-found-flag
        END-READ
    END-IF
    IF account-on-file
        COMPUTE ws-new-balance = ab-balance + ax-amount
        COMPUTE ws-floor-balance = 0 - ab-od-limit
    END-IF

    EVALUATE TRUE
    WHEN period-is-closed
        MOVE "NOACCT" TO su-reason
        MOVE acct-txn-rec TO su-txn
        WRITE txn-susp-rec
    WHEN ab-closed AND NOT ax-closing
        ADD 1 TO ws-susp-count
        MOVE 8 TO ws-return-code
        MOVE "ACCTCLSD" TO su-reason
        MOVE acct-txn-rec TO su-txn
        WRITE txn-susp-rec
    WHEN ax-amount < 0 AND ab-held AND NOT ax-overdraft
        ADD 1 TO ws-susp-count
        MOVE 8 TO ws-return-code
        MOVE "ACCTHELD" TO su-reason
        MOVE acct-txn-rec TO su-txn
        WRITE txn-susp-rec
    WHEN ax-amount < 0 AND NOT ax-overdraft AND NOT ax-closing
            AND ws-new-balance < ws-floor-balance
        ADD 1 TO ws-susp-count
        MOVE 8 TO ws-return-code
        MOVE "ODLIMIT" TO su-reason
        MOVE acct-txn-rec TO su-txn
        WRITE txn-susp-rec
    WHEN OTHER
        MOVE "ACCTMAST" TO ci-file
        MOVE "R" TO ci-action
        MOVE acct-rec TO ci-image
        CALL "CHKIMAGE" USING checkpoint-image
        ADD ax-amount TO ab-balance
        REWRITE acct-rec
            INVALID KEY
        MOVE ax-ident TO ph-ident
        MOVE ax-date TO ph-date
        MOVE ax-amount TO ph-amount
        MOVE ax-source TO ph-source
        WRITE posted-hist-rec
        PERFORM journal-posting

        ADD 1 TO ws-posted-count
        ADD ax-amount TO ws-posted-total
        END-IF
    END-EVALUATE.

*> the posting onto the receivables activity journal - the sign
*> decides deposit or withdrawal, the source byte an autopay draw,
*> an interest credit, an overdraft charge or a closing debit
journal-posting.
    EVALUATE TRUE
        WHEN ax-from-autopay
            MOVE "AUTO" TO ws-jrnl-activity
            COMPUTE ws-jrnl-amount = 0 - ax-amount
        WHEN ax-interest
            MOVE "INTC" TO ws-jrnl-activity
            MOVE ax-amount TO ws-jrnl-amount
        WHEN ax-overdraft
            MOVE "ODCH" TO ws-jrnl-activity
            COMPUTE ws-jrnl-amount = 0 - ax-amount
        WHEN ax-closing
            MOVE "ACLS" TO ws-jrnl-activity
            COMPUTE ws-jrnl-amount = 0 - ax-amount
        WHEN ax-amount < 0
            MOVE "WDRL" TO ws-jrnl-activity
            COMPUTE ws-jrnl-amount = 0 - ax-amount
        WHEN OTHER
            MOVE "DEPO" TO ws-jrnl-activity
            MOVE ax-amount TO ws-jrnl-amount
    END-EVALUATE
    IF ws-jrnl-amount > 0
        CALL "ARJRNL" USING ws-ops-program ws-jrnl-activity
            ax-ident ws-jrnl-amount
        ADD 1 TO ws-arj-count
    END-IF.

*> every ab-balance summed off the still-open master, then the
*> day's line appended to the control file
write-control-record.
    MOVE ws-day-credits TO ac-credits
    MOVE ws-ending-total TO ac-ending
    WRITE acct-control-rec
    ADD 1 TO ws-ctl-count
    CLOSE ACCT-CONTROL.

*> before any file is opened: a run that died today is backed out
*> to its last commit and resumes from there, anything else starts
*> a fresh checkpoint against the output files as they stand
start-checkpointing.
    INITIALIZE checkpoint-rec
    MOVE ws-ops-program TO cp-program
    MOVE "ACCTHIST" TO cp-out-tag(1)
    MOVE "ACCTSUSP" TO cp-out-tag(2)
    MOVE "ACCTCTL"  TO cp-out-tag(3)
    MOVE "ARJRNL"   TO cp-out-tag(4)
    MOVE ws-run-totals TO cp-totals
    MOVE "S" TO ws-ckpt-mode
    CALL "CHKPOINT" USING ws-ckpt-mode checkpoint-rec ws-ckpt-disp
    IF ckpt-refused
        DISPLAY "ACCTPOST cannot restart - see the CHKPOINT "
            "message above"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF ckpt-restarting
        MOVE cp-totals TO ws-run-totals
        MOVE cp-input-count TO ws-restart-after
    END-IF.

*> the transactions the dead run committed are read past, not
*> posted again
skip-committed-txns.
    PERFORM WITH TEST BEFORE
            UNTIL no-more-txns OR ws-input-count >= ws-restart-after
        READ ACCT-TXNS
            AT END SET no-more-txns TO TRUE
            NOT AT END ADD 1 TO ws-input-count
        END-READ
    END-PERFORM
    DISPLAY "ACCTPOST restarted - " ws-input-count
        " transaction(s) already posted, resuming with the next".

*> one transaction done - its position, the totals and each output
*> file's count handed to CHKPOINT, which commits them every
*> interval. The history and suspense lines counted go to disk
*> before the commit records them
take-checkpoint.
    MOVE ws-input-count TO cp-input-count
    MOVE ws-posted-count TO cp-out-written(1)
    MOVE ws-susp-count TO cp-out-written(2)
    MOVE ws-ctl-count TO cp-out-written(3)
    MOVE ws-arj-count TO cp-out-written(4)
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
    CLOSE POSTED-HIST
    OPEN EXTEND POSTED-HIST
    IF ws-hist-status NOT = "00"
        MOVE "POSTED-HIST" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-hist-status
        STOP RUN
    END-IF
    CLOSE TXN-SUSPENSE
    OPEN EXTEND TXN-SUSPENSE
    IF ws-susp-status NOT = "00"
        MOVE "ACCT-SUSP" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-susp-status
        STOP RUN
    END-IF.

*> first call of the run: already complete for this business
*> date means the whole step skips - that is how a restarted
*> dailyrun resumes at the first incomplete step
