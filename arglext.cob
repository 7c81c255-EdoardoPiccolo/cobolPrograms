       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ARGLEXT.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Nightly receivables general-ledger feed - glextract.cob only ever
*> posted payroll, and accounting re-keyed every deposit, payment,
*> fee, NSF and refund off the printed reports. This reads the
*> business day's lines from the receivables activity journal
*> (ARJRNL, copybooks/ARACTIVITY.cpy), totals them by activity, and
*> writes one debit line and one credit line per activity in the
*> same gl-posting-rec DT/TR layout GLEXTRACT sends, with a trailer
*> carrying total debits and credits. The activity code rides in
*> the department column, so each line says what it was and the
*> morning's GLRECON match can tell a payment's cash from a
*> deposit's.
*>
*>   DEPO  deposit posted        Dr AR-CASH    Cr AR-DEPOS
*>   WDRL  withdrawal posted     Dr AR-DEPOS   Cr AR-CASH
*>   AUTO  autopay draw posted   Dr AR-DEPOS   Cr AR-AUTOCL
*>   PAYM  mailed payment        Dr AR-CASH    Cr AR-RECV
*>   APAY  autopay payment       Dr AR-AUTOCL  Cr AR-RECV
*>   UNAP  left unapplied        Dr AR-RECV    Cr AR-UNAPL
*>   LATE  late fee assessed     Dr AR-RECV    Cr AR-FEEINC
*>   NSFR  NSF payment reversed  Dr AR-RECV    Cr AR-CASH
*>   NSFF  NSF fee assessed      Dr AR-RECV    Cr AR-FEEINC
*>   RFND  credit refunded       Dr AR-UNAPL   Cr AR-CASH
*>   INTC  interest credited     Dr AR-INTEXP  Cr AR-DEPOS
*>   ODCH  overdraft charged     Dr AR-DEPOS   Cr AR-ODINC
*>   CHOF  bad debt charged off  Dr AR-BADDBT  Cr AR-RECV
*>   RCVY  charge-off recovered  Dr AR-RECV    Cr AR-BADREC
*>   PADJ  payoff shortfall off  Dr AR-PAYADJ  Cr AR-RECV
*>   LBSU  lockbox to suspense   Dr AR-CASH    Cr AR-SUSP
*>   LBCL  suspense item cleared Dr AR-SUSP    Cr AR-CASH
*>   ACLS  closing balance out   Dr AR-DEPOS   Cr AR-UNAPL
*>   ESCH  check escheated       Dr AR-CASH    Cr AR-ESCHPY
*>
*> A closed account's credit balance leaves deposits (ACLS) for the
*> unapplied-credit queue, and REFUNDRUN's check (RFND) takes it
*> from there to cash.
*>
*> A suspense item the desk assigns comes off suspense (LBCL) and
*> back in as the payment PAYAPPLY journals (PAYM), so cash is
*> debited once and the receivable credited; a returned item nets
*> back out of cash.
*>
*> A recovery's payment is journaled PAYM or APAY like any other
*> (Dr AR-CASH Cr AR-RECV); the RCVY line moves the money back off
*> AR-RECV, which no longer carries the charged-off balance, to the
*> recoveries account.
*>
*> An autopay draw and the payment it pays clear through AR-AUTOCL
*> the same night, so the clearing account nets to zero when AUTOPAY,
*> ACCTPOST and PAYAPPLY all ran. Balanced first, written second -
*> a journal line with an activity code this feed does not know, or
*> debits that do not equal credits, refuses the whole file with
*> RC=8 the glextract.cob way.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AR-ACTIVITY ASSIGN TO "data/aractivity.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-jrnl-status.

    SELECT AR-POSTING ASSIGN TO "data/ar_extract.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-gl-status.

DATA DIVISION.
FILE SECTION.
FD AR-ACTIVITY.
*> shared with arjrnl.cob - see copybooks/ARACTIVITY.cpy
COPY ARACTIVITY.

*> the fixed layout glextract.cob sends - DT = posting detail
*> (debit or credit side filled), TR = trailer with the day's total
*> debits and credits, which must be equal
FD AR-POSTING.
01 gl-posting-rec.
    02 gl-record-type  PIC X(2).
    02 gl-posting-date PIC X(8).
    02 gl-account      PIC X(10).
    02 gl-dept         PIC X(4).
    02 gl-debit-amt    PIC 9(9)V99.
    02 gl-credit-amt   PIC 9(9)V99.

WORKING-STORAGE SECTION.
01 ws-jrnl-status PIC XX VALUE "00".
01 ws-gl-status   PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 no-more-lines VALUE "Y".

01 ws-bus-date PIC 9(8) VALUE 0.
01 ws-run-date PIC X(8).
01 ws-line-count PIC 9(7) VALUE 0.

*> the day's total per activity code, in the order first seen
01 ws-act-count PIC 9(3) VALUE 0.
01 ws-act-table.
    02 ws-act-entry OCCURS 40 TIMES
            INDEXED BY ws-act-idx.
        03 ws-act-code   PIC X(4).
        03 ws-act-amount PIC 9(9)V99.
01 ws-found-idx PIC 9(3) VALUE 0.
01 ws-table-full-flag PIC X VALUE "N".
    88 act-table-full VALUE "Y".

*> the two accounts one activity posts to - spaces when the code
*> is not one this feed knows
01 ws-debit-account  PIC X(10) VALUE SPACES.
01 ws-credit-account PIC X(10) VALUE SPACES.
01 ws-unknown-count PIC 9(5) VALUE 0.

01 ws-total-debits  PIC 9(9)V99 VALUE 0.
01 ws-total-credits PIC 9(9)V99 VALUE 0.
01 ws-dt-written PIC 9(5) VALUE 0.

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
01 ws-ops-program PIC X(10) VALUE "ARGLEXT".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
PERFORM check-run-state-or-skip

CALL "BUSDATE" USING ws-bus-date

*> no journal yet is a legitimate zero-activity night - the file
*> still goes, trailer of zeros, so the morning match has a feed
OPEN INPUT AR-ACTIVITY
IF ws-jrnl-status = "35"
    DISPLAY "ARGLEXT: no receivables activity journal on file - "
        "nothing to extract"
    SET no-more-lines TO TRUE
ELSE
    IF ws-jrnl-status NOT = "00"
        MOVE "AR-ACTIVITY" TO ws-io-file
        MOVE "OPEN-IN" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-jrnl-status
        STOP RUN
    END-IF
END-IF

PERFORM WITH TEST BEFORE UNTIL no-more-lines
    READ AR-ACTIVITY
        AT END SET no-more-lines TO TRUE
        NOT AT END
            *> the business day's events only - the journal keeps
            *> every day, like the payroll log
            IF ra-bus-date = ws-bus-date
                ADD 1 TO ws-line-count
                PERFORM accumulate-activity
            END-IF
    END-READ
END-PERFORM

IF ws-jrnl-status NOT = "35"
    CLOSE AR-ACTIVITY
END-IF

*> both sides of every known activity, totalled before anything is
*> written
PERFORM VARYING ws-act-idx FROM 1 BY 1
        UNTIL ws-act-idx > ws-act-count
    PERFORM map-activity-accounts
    IF ws-debit-account = SPACES
        ADD 1 TO ws-unknown-count
        DISPLAY "ARGLEXT: unknown activity code "
            ws-act-code(ws-act-idx) " on the journal"
    ELSE
        ADD ws-act-amount(ws-act-idx) TO ws-total-debits
        ADD ws-act-amount(ws-act-idx) TO ws-total-credits
    END-IF
END-PERFORM

EVALUATE TRUE
    WHEN act-table-full
        DISPLAY "ARGLEXT: more activity codes on the day's journal "
            "than the table holds - file NOT written"
        MOVE 8 TO ws-return-code
    WHEN ws-unknown-count > 0
        DISPLAY "ARGLEXT: " ws-unknown-count " activity code(s) "
            "with no accounts - file NOT written"
        MOVE 8 TO ws-return-code
    WHEN ws-total-debits NOT = ws-total-credits
        DISPLAY "ARGLEXT: postings do not balance - debits "
            ws-total-debits " credits " ws-total-credits
            " - file NOT written"
        MOVE 8 TO ws-return-code
    WHEN OTHER
        PERFORM write-ar-postings
        DISPLAY "ARGLEXT: " ws-line-count " journal line(s), "
            ws-act-count " activit(ies), debits " ws-total-debits
            " credits " ws-total-credits
END-EVALUATE

INITIALIZE ws-ops-counts
MOVE ws-line-count TO ws-ops-read
IF ws-return-code = 0
    COMPUTE ws-ops-written = ws-dt-written + 1
END-IF
MOVE ws-unknown-count TO ws-ops-rejected
MOVE ws-total-debits TO ws-ops-amount
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

MOVE ws-return-code TO ws-rs-rc
CALL "RUNSTATE" USING ws-ops-program ws-rs-done
    ws-rs-rc ws-rs-disp

*> the COND chain tests the step completion code, not the ops-log
*> line - surface the refusal there too
IF ws-return-code NOT = 0
    MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> same linear-scan accumulation glextract.cob uses for departments
accumulate-activity.
    MOVE 0 TO ws-found-idx
    PERFORM VARYING ws-act-idx FROM 1 BY 1
            UNTIL ws-act-idx > ws-act-count
        IF ra-activity = ws-act-code(ws-act-idx)
            MOVE ws-act-idx TO ws-found-idx
            SET ws-act-idx TO ws-act-count
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN ws-found-idx > 0
            ADD ra-amount TO ws-act-amount(ws-found-idx)
        WHEN ws-act-count < 40
            ADD 1 TO ws-act-count
            MOVE ra-activity TO ws-act-code(ws-act-count)
            MOVE ra-amount TO ws-act-amount(ws-act-count)
        WHEN OTHER
            MOVE "Y" TO ws-table-full-flag
    END-EVALUATE.

*> the chart of accounts for each activity - see the header
map-activity-accounts.
    EVALUATE ws-act-code(ws-act-idx)
        WHEN "DEPO"
            MOVE "AR-CASH" TO ws-debit-account
            MOVE "AR-DEPOS" TO ws-credit-account
        WHEN "WDRL"
            MOVE "AR-DEPOS" TO ws-debit-account
            MOVE "AR-CASH" TO ws-credit-account
        WHEN "AUTO"
            MOVE "AR-DEPOS" TO ws-debit-account
            MOVE "AR-AUTOCL" TO ws-credit-account
        WHEN "PAYM"
            MOVE "AR-CASH" TO ws-debit-account
            MOVE "AR-RECV" TO ws-credit-account
        WHEN "APAY"
            MOVE "AR-AUTOCL" TO ws-debit-account
            MOVE "AR-RECV" TO ws-credit-account
        WHEN "UNAP"
            MOVE "AR-RECV" TO ws-debit-account
            MOVE "AR-UNAPL" TO ws-credit-account
        WHEN "LATE"
            MOVE "AR-RECV" TO ws-debit-account
            MOVE "AR-FEEINC" TO ws-credit-account
        WHEN "NSFR"
            MOVE "AR-RECV" TO ws-debit-account
            MOVE "AR-CASH" TO ws-credit-account
        WHEN "NSFF"
            MOVE "AR-RECV" TO ws-debit-account
            MOVE "AR-FEEINC" TO ws-credit-account
        WHEN "RFND"
            MOVE "AR-UNAPL" TO ws-debit-account
            MOVE "AR-CASH" TO ws-credit-account
        WHEN "INTC"
            MOVE "AR-INTEXP" TO ws-debit-account
            MOVE "AR-DEPOS" TO ws-credit-account
        WHEN "ODCH"
            MOVE "AR-DEPOS" TO ws-debit-account
            MOVE "AR-ODINC" TO ws-credit-account
        WHEN "CHOF"
            MOVE "AR-BADDBT" TO ws-debit-account
            MOVE "AR-RECV" TO ws-credit-account
        WHEN "RCVY"
            MOVE "AR-RECV" TO ws-debit-account
            MOVE "AR-BADREC" TO ws-credit-account
        WHEN "PADJ"
            MOVE "AR-PAYADJ" TO ws-debit-account
            MOVE "AR-RECV" TO ws-credit-account
        WHEN "LBSU"
            MOVE "AR-CASH" TO ws-debit-account
            MOVE "AR-SUSP" TO ws-credit-account
        WHEN "LBCL"
            MOVE "AR-SUSP" TO ws-debit-account
            MOVE "AR-CASH" TO ws-credit-account
        WHEN "ACLS"
            MOVE "AR-DEPOS" TO ws-debit-account
            MOVE "AR-UNAPL" TO ws-credit-account
        WHEN "ESCH"
            MOVE "AR-CASH" TO ws-debit-account
            MOVE "AR-ESCHPY" TO ws-credit-account
        WHEN OTHER
            MOVE SPACES TO ws-debit-account
            MOVE SPACES TO ws-credit-account
    END-EVALUATE.

*> a debit line and a credit line per activity, then the trailer
write-ar-postings.
    MOVE ws-bus-date TO ws-run-date

    OPEN OUTPUT AR-POSTING
    IF ws-gl-status NOT = "00"
        MOVE "AR-POSTING" TO ws-io-file
        MOVE "OPEN-OUT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-gl-status
        STOP RUN
    END-IF

    PERFORM VARYING ws-act-idx FROM 1 BY 1
            UNTIL ws-act-idx > ws-act-count
        PERFORM map-activity-accounts

        MOVE "DT" TO gl-record-type
        MOVE ws-run-date TO gl-posting-date
        MOVE ws-debit-account TO gl-account
        MOVE ws-act-code(ws-act-idx) TO gl-dept
        MOVE ws-act-amount(ws-act-idx) TO gl-debit-amt
        MOVE 0 TO gl-credit-amt
        WRITE gl-posting-rec

        MOVE ws-credit-account TO gl-account
        MOVE 0 TO gl-debit-amt
        MOVE ws-act-amount(ws-act-idx) TO gl-credit-amt
        WRITE gl-posting-rec
        ADD 2 TO ws-dt-written
    END-PERFORM

    MOVE "TR" TO gl-record-type
    MOVE ws-run-date TO gl-posting-date
    MOVE "TOTALS" TO gl-account
    MOVE SPACES TO gl-dept
    MOVE ws-total-debits TO gl-debit-amt
    MOVE ws-total-credits TO gl-credit-amt
    WRITE gl-posting-rec

    CLOSE AR-POSTING.

*> first call of the run: already complete for this business
*> date means the whole step skips - that is how a restarted
*> dailyrun resumes at the first incomplete step
check-run-state-or-skip.
    CALL "RUNSTATE" USING ws-ops-program ws-rs-check
        ws-rs-rc ws-rs-disp
    IF ws-rs-disp = "S"
        DISPLAY "ARGLEXT already complete for this "
            "business date - skipped (PARM FORCE re-runs)"
        STOP RUN
    END-IF.
