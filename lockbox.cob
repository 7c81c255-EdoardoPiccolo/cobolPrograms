       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LOCKBOX.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Bank lockbox receipts import - customer checks land at the
*> bank's lockbox and a clerk used to key every one of them into
*> payments.dat off the bank's listing. This reads the bank's daily
*> lockbox file instead:
*>
*>   H  header  - lockbox id and deposit date
*>   D  detail  - one per item: bank item sequence, the remittance
*>                coupon's account ident (blank when the customer
*>                sent no coupon) and the check amount
*>   T  trailer - item count and the bank's deposit total
*>
*> Balanced first, written second, the arglext.cob way: the details
*> are counted and totalled against the trailer before anything is
*> written, and a file that does not prove (or has no header or
*> trailer) is refused whole with RC=8. A proven file turns every
*> identified item - a coupon ident with a schedule on AMORT-MASTER
*> - into a payments.dat line for PAYAPPLY, marked as a lockbox
*> item. Everything else goes to the unidentified-cash suspense
*> file (copybooks/LBSUSPREC.cpy) for the desk to work with
*> lbdesk.cob, and on the receivables activity journal (ARJRNL) as
*> cash into suspense.
*>
*> Every deposit imported goes on lockbox.ctl, and a deposit
*> already on it is not imported again. No lockbox file is a quiet
*> day.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> the bank's daily lockbox transmission
    SELECT LOCKBOX-IN ASSIGN TO "data/lockboxin.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-lbx-status.

    SELECT AMORT-MASTER ASSIGN TO "data/amortmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS am-key
        FILE STATUS IS ws-amort-status.

    SELECT PAYMENTS-OUT ASSIGN TO "data/payments.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-pay-status.

    SELECT LB-SUSPENSE ASSIGN TO "data/lbsuspense.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-susp-status.

    *> every deposit imported - the guard against importing twice
    SELECT LOCKBOX-CTL ASSIGN TO "data/lockbox.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-ctl-status.

    SELECT LOCKBOX-RPT ASSIGN TO "data/lockbox.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-rpt-status.

DATA DIVISION.
FILE SECTION.
FD LOCKBOX-IN.
01 lockbox-header-rec.
    02 lh-record-type  PIC X.
        88 lh-header  VALUE "H".
        88 lh-detail  VALUE "D".
        88 lh-trailer VALUE "T".
    02 lh-lockbox-id   PIC X(6).
    02 lh-deposit-date PIC 9(8).
01 lockbox-detail-rec.
    02 ld-record-type  PIC X.
    02 ld-item-seq     PIC 9(5).
    02 ld-coupon       PIC X(3).
    02 ld-check-amt    PIC 9(7)V99.
01 lockbox-trailer-rec.
    02 lt-record-type   PIC X.
    02 lt-item-count    PIC 9(5).
    02 lt-deposit-total PIC 9(9)V99.

FD AMORT-MASTER.
*> shared with proration.cob and payapply.cob - see
*> copybooks/AMORTREC.cpy
COPY AMORTREC.

FD PAYMENTS-OUT.
01 payment-rec.
    02 py-ident  PIC 9(3).
    02 py-date   PIC 9(8).
    02 py-amount PIC 9(7)V99.
*> L = a lockbox item (mailed payment all the same to PAYAPPLY)
    02 py-source PIC X.

FD LB-SUSPENSE.
*> shared with lbdesk.cob - see copybooks/LBSUSPREC.cpy
COPY LBSUSPREC.

FD LOCKBOX-CTL.
01 lockbox-ctl-rec.
    02 lc-lockbox-id   PIC X(6).
    02 lc-deposit-date PIC 9(8).
    02 lc-bus-date     PIC 9(8).

FD LOCKBOX-RPT.
01 lockbox-line PIC X(70).

WORKING-STORAGE SECTION.
01 ws-lbx-status   PIC XX VALUE "00".
01 ws-amort-status PIC XX VALUE "00".
01 ws-pay-status   PIC XX VALUE "00".
01 ws-susp-status  PIC XX VALUE "00".
01 ws-ctl-status   PIC XX VALUE "00".
01 ws-rpt-status   PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 end-of-file VALUE "Y".
01 ws-imported-flag PIC X VALUE "N".
    88 deposit-imported VALUE "Y".
01 ws-ident-flag PIC X VALUE "N".
    88 ident-has-schedule VALUE "Y".

01 ws-bus-date PIC 9(8) VALUE 0.

*> what the file says about itself, and what its details add up to
01 ws-header-count  PIC 9(5) VALUE 0.
01 ws-trailer-count PIC 9(5) VALUE 0.
01 ws-bad-type-count PIC 9(5) VALUE 0.
01 ws-lockbox-id   PIC X(6) VALUE SPACES.
01 ws-deposit-date PIC 9(8) VALUE 0.
01 ws-bank-count   PIC 9(5) VALUE 0.
01 ws-bank-total   PIC 9(9)V99 VALUE 0.
01 ws-item-count   PIC 9(5) VALUE 0.
01 ws-item-total   PIC 9(9)V99 VALUE 0.
01 ws-reject-reason PIC X(40) VALUE SPACES.

01 ws-item-ident  PIC 9(3) VALUE 0.
01 ws-susp-note   PIC X(24) VALUE SPACES.
01 ws-paid-count  PIC 9(5) VALUE 0.
01 ws-paid-total  PIC 9(9)V99 VALUE 0.
01 ws-susp-count  PIC 9(5) VALUE 0.
01 ws-susp-total  PIC 9(9)V99 VALUE 0.
01 ws-report-text PIC X(70).

*> the receivables activity journal line for a suspended item
01 ws-jrnl-activity PIC X(4) VALUE "LBSU".
01 ws-jrnl-ident    PIC 9(3) VALUE 0.

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
01 ws-ops-program PIC X(10) VALUE "LOCKBOX".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
PERFORM check-run-state-or-skip
CALL "BUSDATE" USING ws-bus-date

*> an absent lockbox file is a day the bank sent nothing; anything
*> else non-00 is a real I/O problem
OPEN INPUT LOCKBOX-IN
EVALUATE ws-lbx-status
    WHEN "00"
        PERFORM prove-lockbox-file
        CLOSE LOCKBOX-IN
        EVALUATE TRUE
            WHEN ws-reject-reason NOT = SPACES
                DISPLAY "LOCKBOX: " ws-reject-reason
                    " - nothing imported"
                MOVE 8 TO ws-return-code
            WHEN OTHER
                PERFORM check-already-imported
                IF deposit-imported
                    DISPLAY "LOCKBOX: deposit " ws-lockbox-id " "
                        ws-deposit-date " already imported - skipped"
                ELSE
                    PERFORM import-lockbox-file
                END-IF
        END-EVALUATE
    WHEN "35"
        DISPLAY "No lockbox file from the bank - nothing to import"
    WHEN OTHER
        MOVE "LOCKBOX-IN" TO ws-io-file
        MOVE "OPEN-IN" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-lbx-status
        STOP RUN
END-EVALUATE

INITIALIZE ws-ops-counts
MOVE ws-item-count TO ws-ops-read
MOVE ws-paid-count TO ws-ops-written
MOVE ws-susp-count TO ws-ops-rejected
MOVE ws-paid-total TO ws-ops-amount
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

MOVE ws-return-code TO ws-rs-rc
CALL "RUNSTATE" USING ws-ops-program ws-rs-done
    ws-rs-rc ws-rs-disp

*> the COND chain tests the step completion code, not the ops-log
*> line - a deposit that will not prove must stop PAYAPPLY's night
IF ws-return-code NOT = 0
    MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> first pass: one header, one trailer, details between them, and
*> the details foot to the trailer's count and deposit total
prove-lockbox-file.
    MOVE "N" TO ws-eof-flag
    PERFORM WITH TEST BEFORE UNTIL end-of-file
        READ LOCKBOX-IN
            AT END SET end-of-file TO TRUE
            NOT AT END PERFORM take-in-record
        END-READ
    END-PERFORM

    EVALUATE TRUE
        WHEN ws-header-count NOT = 1
            MOVE "lockbox file has no single header"
                TO ws-reject-reason
        WHEN ws-trailer-count NOT = 1
            MOVE "lockbox file has no single trailer"
                TO ws-reject-reason
        WHEN ws-bad-type-count > 0
            MOVE "lockbox file has unknown record types"
                TO ws-reject-reason
        WHEN ws-item-count NOT = ws-bank-count
            MOVE "item count does not match the trailer"
                TO ws-reject-reason
        WHEN ws-item-total NOT = ws-bank-total
            MOVE "items do not prove to the deposit total"
                TO ws-reject-reason
    END-EVALUATE.

take-in-record.
    EVALUATE TRUE
        WHEN lh-header
            ADD 1 TO ws-header-count
            MOVE lh-lockbox-id TO ws-lockbox-id
            MOVE lh-deposit-date TO ws-deposit-date
        WHEN lh-detail
            ADD 1 TO ws-item-count
            ADD ld-check-amt TO ws-item-total
        WHEN lh-trailer
            ADD 1 TO ws-trailer-count
            MOVE lt-item-count TO ws-bank-count
            MOVE lt-deposit-total TO ws-bank-total
        WHEN OTHER
            ADD 1 TO ws-bad-type-count
    END-EVALUATE.

check-already-imported.
    MOVE "N" TO ws-imported-flag
    MOVE "N" TO ws-eof-flag
    OPEN INPUT LOCKBOX-CTL
    EVALUATE ws-ctl-status
        WHEN "00"
            CONTINUE
        WHEN "35"
            SET end-of-file TO TRUE
        WHEN OTHER
            MOVE "LOCKBOX-CTL" TO ws-io-file
            MOVE "OPEN-IN" TO ws-io-op
            CALL "IOERROR" USING ws-ops-program ws-io-file
                ws-io-op ws-ctl-status
            STOP RUN
    END-EVALUATE
    PERFORM WITH TEST BEFORE UNTIL end-of-file
        READ LOCKBOX-CTL
            AT END SET end-of-file TO TRUE
            NOT AT END
                IF lc-lockbox-id = ws-lockbox-id
                        AND lc-deposit-date = ws-deposit-date
                    MOVE "Y" TO ws-imported-flag
                END-IF
        END-READ
    END-PERFORM
    IF ws-ctl-status NOT = "35"
        CLOSE LOCKBOX-CTL
    END-IF.

*> second pass over a proven file: each item becomes a payment or
*> a suspense line
import-lockbox-file.
    OPEN INPUT AMORT-MASTER
    IF ws-amort-status NOT = "00"
        IF ws-amort-status = "35"
            DISPLAY "AMORT-MASTER is missing - run "
                "INITMAST to create the shop masters"
        END-IF
        MOVE "AMORT-MASTER" TO ws-io-file
        MOVE "OPEN-IN" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-amort-status
        STOP RUN
    END-IF

    OPEN EXTEND PAYMENTS-OUT
    IF ws-pay-status = "35"
        OPEN OUTPUT PAYMENTS-OUT
    END-IF
    IF ws-pay-status NOT = "00"
        MOVE "PAYMENTS" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-pay-status
        STOP RUN
    END-IF

    OPEN EXTEND LB-SUSPENSE
    IF ws-susp-status = "35"
        OPEN OUTPUT LB-SUSPENSE
    END-IF
    IF ws-susp-status NOT = "00"
        MOVE "LB-SUSPENSE" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-susp-status
        STOP RUN
    END-IF

    OPEN OUTPUT LOCKBOX-RPT
    MOVE SPACES TO ws-report-text
    STRING "LOCKBOX " ws-lockbox-id " DEPOSIT " ws-deposit-date
        " ITEMS " ws-item-count " TOTAL " ws-item-total
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line

    OPEN INPUT LOCKBOX-IN
    MOVE "N" TO ws-eof-flag
    PERFORM WITH TEST BEFORE UNTIL end-of-file
        READ LOCKBOX-IN
            AT END SET end-of-file TO TRUE
            NOT AT END
                IF lh-detail
                    PERFORM import-one-item
                END-IF
        END-READ
    END-PERFORM
    CLOSE LOCKBOX-IN

    MOVE SPACES TO ws-report-text
    STRING "PAYMENTS=" ws-paid-count " " ws-paid-total
        " SUSPENSE=" ws-susp-count " " ws-susp-total
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line

    CLOSE LOCKBOX-RPT
    CLOSE LB-SUSPENSE
    CLOSE PAYMENTS-OUT
    CLOSE AMORT-MASTER

    PERFORM record-deposit-imported.

import-one-item.
    MOVE SPACES TO ws-susp-note
    MOVE "N" TO ws-ident-flag
    IF ld-coupon IS NUMERIC AND ld-coupon NOT = "000"
        MOVE ld-coupon TO ws-item-ident
        PERFORM check-ident-schedule
        IF NOT ident-has-schedule
            MOVE "IDENT NOT ON AMORT" TO ws-susp-note
        END-IF
    ELSE
        MOVE "NO COUPON" TO ws-susp-note
    END-IF

    IF ident-has-schedule
        MOVE ws-item-ident TO py-ident
        MOVE ws-deposit-date TO py-date
        MOVE ld-check-amt TO py-amount
        MOVE "L" TO py-source
        WRITE payment-rec
        ADD 1 TO ws-paid-count
        ADD ld-check-amt TO ws-paid-total
        MOVE SPACES TO ws-report-text
        STRING "ITEM " ld-item-seq " ACCT " ws-item-ident
            " " ld-check-amt " TO PAYMENTS"
            DELIMITED BY SIZE INTO ws-report-text
        PERFORM write-report-line
    ELSE
        MOVE "S" TO ls-record-type
        MOVE ws-deposit-date TO ls-deposit-date
        MOVE ld-item-seq TO ls-item-seq
        MOVE ld-coupon TO ls-coupon
        MOVE ld-check-amt TO ls-amount
        MOVE 0 TO ls-ident
        MOVE ws-bus-date TO ls-bus-date
        MOVE ws-ops-program TO ls-operator
        MOVE ws-susp-note TO ls-note
        WRITE lb-suspense-rec
        ADD 1 TO ws-susp-count
        ADD ld-check-amt TO ws-susp-total
        MOVE 0 TO ws-jrnl-ident
        CALL "ARJRNL" USING ws-ops-program ws-jrnl-activity
            ws-jrnl-ident ld-check-amt
        MOVE SPACES TO ws-report-text
        STRING "ITEM " ld-item-seq " COUPON " ld-coupon
            " " ld-check-amt " TO SUSPENSE - " ws-susp-note
            DELIMITED BY SIZE INTO ws-report-text
        PERFORM write-report-line
    END-IF.

*> the coupon ident counts when the account has any period on
*> AMORT-MASTER - PAYAPPLY sorts out paid, open or charged off
check-ident-schedule.
    MOVE ws-item-ident TO am-ident
    MOVE 0 TO am-period
    START AMORT-MASTER KEY IS GREATER THAN am-key
        INVALID KEY CONTINUE
        NOT INVALID KEY
            READ AMORT-MASTER NEXT RECORD
                AT END CONTINUE
                NOT AT END
                    IF am-ident = ws-item-ident
                        MOVE "Y" TO ws-ident-flag
                    END-IF
            END-READ
    END-START.

record-deposit-imported.
    OPEN EXTEND LOCKBOX-CTL
    IF ws-ctl-status = "35"
        OPEN OUTPUT LOCKBOX-CTL
    END-IF
    IF ws-ctl-status NOT = "00"
        MOVE "LOCKBOX-CTL" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-ctl-status
        STOP RUN
    END-IF
    MOVE ws-lockbox-id TO lc-lockbox-id
    MOVE ws-deposit-date TO lc-deposit-date
    MOVE ws-bus-date TO lc-bus-date
    WRITE lockbox-ctl-rec
    CLOSE LOCKBOX-CTL.

write-report-line.
    MOVE ws-report-text TO lockbox-line
    WRITE lockbox-line.

*> first call of the run: already complete for this business
*> date means the whole step skips - that is how a restarted
*> dailyrun resumes at the first incomplete step
check-run-state-or-skip.
    CALL "RUNSTATE" USING ws-ops-program ws-rs-check
        ws-rs-rc ws-rs-disp
    IF ws-rs-disp = "S"
        DISPLAY "LOCKBOX already complete for this "
            "business date - skipped (PARM FORCE re-runs)"
        STOP RUN
    END-IF.
