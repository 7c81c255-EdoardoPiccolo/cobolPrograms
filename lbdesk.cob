       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LBDESK.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Unidentified-cash desk - works the lockbox items lockbox.cob
*> could not turn into payments (no coupon, or a coupon ident with
*> no schedule). Lists every item still open on the suspense file,
*> then takes one item at a time by deposit date and bank item
*> sequence in the nsfrev.cob intake style:
*>
*>   A  assign - the desk has found the account: the item goes on
*>      payments.dat as a lockbox payment for PAYAPPLY's next run,
*>      and an A line closes it on the suspense file
*>   R  return - the check goes back to the remitter: an R line
*>      with the reason closes it
*>
*> Either way the money leaves suspense on the receivables activity
*> journal (ARJRNL) - an assigned item then comes back in as the
*> payment PAYAPPLY journals, a returned one goes back out of cash.
*> An assignment must name an ident with a schedule on AMORT-MASTER,
*> the same test the import makes. Every A and R line carries the
*> signed-on operator.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LB-SUSPENSE ASSIGN TO "data/lbsuspense.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-susp-status.

    SELECT AMORT-MASTER ASSIGN TO "data/amortmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS am-key
        FILE STATUS IS ws-amort-status.

    SELECT PAYMENTS-OUT ASSIGN TO "data/payments.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-pay-status.

    SELECT OP-SESSION ASSIGN TO "data/opsession.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-session-status.

DATA DIVISION.
FILE SECTION.
FD LB-SUSPENSE.
*> shared with lockbox.cob - see copybooks/LBSUSPREC.cpy
COPY LBSUSPREC.

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

FD OP-SESSION.
01 op-session-rec.
    02 os-operator PIC X(8).

WORKING-STORAGE SECTION.
01 ws-susp-status    PIC XX VALUE "00".
01 ws-amort-status   PIC XX VALUE "00".
01 ws-pay-status     PIC XX VALUE "00".
01 ws-session-status PIC XX VALUE "00".
01 ws-ident-flag PIC X VALUE "N".
    88 ident-has-schedule VALUE "Y".

01 ws-operator PIC X(8) VALUE "BATCH".
01 ws-bus-date PIC 9(8) VALUE 0.

*> every suspense item and whether the desk has worked it - aborts
*> loudly when full, the payapply.cob table rule
01 ws-item-count PIC 9(3) VALUE 0.
01 ws-item-table.
    02 ws-item-entry OCCURS 500 TIMES
            INDEXED BY ws-item-idx.
        03 ws-tbl-deposit-date PIC 9(8).
        03 ws-tbl-item-seq     PIC 9(5).
        03 ws-tbl-coupon       PIC X(3).
        03 ws-tbl-amount       PIC 9(7)V99.
        03 ws-tbl-note         PIC X(24).
        03 ws-tbl-worked-flag  PIC X.
            88 ws-tbl-worked VALUE "Y".
01 ws-found-idx PIC 9(3) VALUE 0.
01 ws-table-full-flag PIC X VALUE "N".
    88 item-table-full VALUE "Y".
01 ws-open-count PIC 9(3) VALUE 0.

*> one item's intake
01 ws-work-date   PIC 9(8) VALUE 0.
01 ws-work-seq    PIC 9(5) VALUE 0.
01 ws-work-ident  PIC 9(3) VALUE 0.
01 ws-work-action PIC X VALUE SPACE.
    88 action-assign VALUE "A", "a".
    88 action-return VALUE "R", "r".
01 ws-work-reason PIC X(24) VALUE SPACES.

01 ws-assigned-count PIC 9(5) VALUE 0.
01 ws-assigned-total PIC 9(9)V99 VALUE 0.
01 ws-returned-count PIC 9(5) VALUE 0.

*> the receivables activity journal line as an item leaves suspense
01 ws-jrnl-activity PIC X(4) VALUE "LBCL".
01 ws-jrnl-ident    PIC 9(3) VALUE 0.

01 ws-return-code PIC 9(4) VALUE 0.

*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
01 ws-ops-program PIC X(10) VALUE "LBDESK".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
CALL "BUSDATE" USING ws-bus-date
PERFORM read-operator-session
PERFORM load-suspense-items
IF item-table-full
    DISPLAY "LBDESK: more suspense items than the table holds - "
        "nothing worked"
    MOVE 8 TO ws-return-code
    PERFORM log-and-finish
END-IF

PERFORM list-open-items
IF ws-open-count = 0
    DISPLAY "No unidentified lockbox items open"
    PERFORM log-and-finish
END-IF

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

PERFORM WITH TEST AFTER UNTIL ws-work-date = 0
    DISPLAY " "
    DISPLAY "Enter deposit date of the item to work "
        "(YYYYMMDD, 0 ends): " WITH NO ADVANCING
    ACCEPT ws-work-date
    IF ws-work-date NOT = 0
        PERFORM work-one-item
    END-IF
END-PERFORM

CLOSE AMORT-MASTER

PERFORM log-and-finish.

log-and-finish.
    INITIALIZE ws-ops-counts
    MOVE ws-open-count TO ws-ops-read
    MOVE ws-assigned-count TO ws-ops-written
    MOVE ws-returned-count TO ws-ops-rejected
    MOVE ws-assigned-total TO ws-ops-amount
    CALL "OPSLOG" USING ws-ops-program ws-ops-counts
        ws-return-code

    IF ws-return-code NOT = 0
        MOVE 8 TO RETURN-CODE
    END-IF

    STOP RUN.

work-one-item.
    DISPLAY "Enter bank item sequence: " WITH NO ADVANCING
    ACCEPT ws-work-seq

    MOVE 0 TO ws-found-idx
    PERFORM VARYING ws-item-idx FROM 1 BY 1
            UNTIL ws-item-idx > ws-item-count
        IF ws-tbl-deposit-date(ws-item-idx) = ws-work-date
                AND ws-tbl-item-seq(ws-item-idx) = ws-work-seq
            MOVE ws-item-idx TO ws-found-idx
            SET ws-item-idx TO ws-item-count
        END-IF
    END-PERFORM

    EVALUATE TRUE
        WHEN ws-found-idx = 0
            DISPLAY "No suspense item " ws-work-seq " on deposit "
                ws-work-date
        WHEN ws-tbl-worked(ws-found-idx)
            DISPLAY "Item " ws-work-seq " on deposit " ws-work-date
                " has already been worked"
        WHEN OTHER
            DISPLAY "Item " ws-work-seq " coupon "
                ws-tbl-coupon(ws-found-idx) " amount "
                ws-tbl-amount(ws-found-idx) " - "
                ws-tbl-note(ws-found-idx)
            DISPLAY "A)ssign to an account, R)eturn to the remitter, "
                "or Enter to leave it: " WITH NO ADVANCING
            MOVE SPACE TO ws-work-action
            ACCEPT ws-work-action
            EVALUATE TRUE
                WHEN action-assign
                    PERFORM assign-item
                WHEN action-return
                    PERFORM return-item
                WHEN OTHER
                    DISPLAY "Item left in suspense"
            END-EVALUATE
    END-EVALUATE.

*> the account must have a schedule, the test lockbox.cob makes
assign-item.
    DISPLAY "Enter account ident for the item: " WITH NO ADVANCING
    ACCEPT ws-work-ident
    MOVE "N" TO ws-ident-flag
    MOVE ws-work-ident TO am-ident
    MOVE 0 TO am-period
    START AMORT-MASTER KEY IS GREATER THAN am-key
        INVALID KEY CONTINUE
        NOT INVALID KEY
            READ AMORT-MASTER NEXT RECORD
                AT END CONTINUE
                NOT AT END
                    IF am-ident = ws-work-ident
                        MOVE "Y" TO ws-ident-flag
                    END-IF
            END-READ
    END-START
    IF NOT ident-has-schedule
        DISPLAY "Account " ws-work-ident " has no schedule on "
            "AMORT-MASTER - item left in suspense"
    ELSE
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
        MOVE ws-work-ident TO py-ident
        MOVE ws-work-date TO py-date
        MOVE ws-tbl-amount(ws-found-idx) TO py-amount
        MOVE "L" TO py-source
        WRITE payment-rec
        CLOSE PAYMENTS-OUT

        MOVE "ASSIGNED BY DESK" TO ws-work-reason
        MOVE "A" TO ls-record-type
        MOVE ws-work-ident TO ls-ident
        PERFORM close-suspense-item
        ADD 1 TO ws-assigned-count
        ADD ws-tbl-amount(ws-found-idx) TO ws-assigned-total
        DISPLAY "Item " ws-work-seq " assigned to account "
            ws-work-ident " - on payments for PAYAPPLY"
    END-IF.

return-item.
    DISPLAY "Enter reason for the return: " WITH NO ADVANCING
    MOVE SPACES TO ws-work-reason
    ACCEPT ws-work-reason
    IF ws-work-reason = SPACES
        MOVE "RETURNED BY DESK" TO ws-work-reason
    END-IF
    MOVE "R" TO ls-record-type
    MOVE 0 TO ls-ident
    PERFORM close-suspense-item
    ADD 1 TO ws-returned-count
    DISPLAY "Item " ws-work-seq " returned to the remitter".

*> the A or R line, and the money out of suspense on the journal
close-suspense-item.
    OPEN EXTEND LB-SUSPENSE
    IF ws-susp-status NOT = "00"
        MOVE "LB-SUSPENSE" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-susp-status
        STOP RUN
    END-IF
    MOVE ws-work-date TO ls-deposit-date
    MOVE ws-work-seq TO ls-item-seq
    MOVE ws-tbl-coupon(ws-found-idx) TO ls-coupon
    MOVE ws-tbl-amount(ws-found-idx) TO ls-amount
    MOVE ws-bus-date TO ls-bus-date
    MOVE ws-operator TO ls-operator
    MOVE ws-work-reason TO ls-note
    WRITE lb-suspense-rec
    CLOSE LB-SUSPENSE
    MOVE "Y" TO ws-tbl-worked-flag(ws-found-idx)

    MOVE ls-ident TO ws-jrnl-ident
    CALL "ARJRNL" USING ws-ops-program ws-jrnl-activity
        ws-jrnl-ident ws-tbl-amount(ws-found-idx).

list-open-items.
    MOVE 0 TO ws-open-count
    PERFORM VARYING ws-item-idx FROM 1 BY 1
            UNTIL ws-item-idx > ws-item-count
        IF NOT ws-tbl-worked(ws-item-idx)
            ADD 1 TO ws-open-count
            DISPLAY "DEPOSIT " ws-tbl-deposit-date(ws-item-idx)
                " ITEM " ws-tbl-item-seq(ws-item-idx)
                " COUPON " ws-tbl-coupon(ws-item-idx)
                " " ws-tbl-amount(ws-item-idx)
                " " ws-tbl-note(ws-item-idx)
        END-IF
    END-PERFORM.

*> no suspense file yet means nothing has ever been suspended; an
*> A or R line marks its item worked
load-suspense-items.
    OPEN INPUT LB-SUSPENSE
    IF ws-susp-status = "00"
        PERFORM WITH TEST BEFORE UNTIL ws-susp-status NOT = "00"
            READ LB-SUSPENSE
                AT END MOVE "10" TO ws-susp-status
                NOT AT END PERFORM take-in-suspense-line
            END-READ
        END-PERFORM
        CLOSE LB-SUSPENSE
    END-IF.

take-in-suspense-line.
    MOVE 0 TO ws-found-idx
    PERFORM VARYING ws-item-idx FROM 1 BY 1
            UNTIL ws-item-idx > ws-item-count
        IF ws-tbl-deposit-date(ws-item-idx) = ls-deposit-date
                AND ws-tbl-item-seq(ws-item-idx) = ls-item-seq
            MOVE ws-item-idx TO ws-found-idx
            SET ws-item-idx TO ws-item-count
        END-IF
    END-PERFORM
    IF ws-found-idx = 0
        IF ws-item-count < 500
            ADD 1 TO ws-item-count
            MOVE ws-item-count TO ws-found-idx
            MOVE ls-deposit-date TO ws-tbl-deposit-date(ws-item-count)
            MOVE ls-item-seq TO ws-tbl-item-seq(ws-item-count)
            MOVE "N" TO ws-tbl-worked-flag(ws-item-count)
        ELSE
            MOVE "Y" TO ws-table-full-flag
        END-IF
    END-IF
    IF ws-found-idx > 0
        IF ls-suspended
            MOVE ls-coupon TO ws-tbl-coupon(ws-found-idx)
            MOVE ls-amount TO ws-tbl-amount(ws-found-idx)
            MOVE ls-note TO ws-tbl-note(ws-found-idx)
        ELSE
            MOVE "Y" TO ws-tbl-worked-flag(ws-found-idx)
        END-IF
    END-IF.

*> absent session record just means nobody is signed on at a
*> terminal - a batch run, stamped as such
read-operator-session.
    MOVE "BATCH" TO ws-operator
    OPEN INPUT OP-SESSION
    IF ws-session-status = "00"
        READ OP-SESSION
            AT END CONTINUE
            NOT AT END MOVE os-operator TO ws-operator
        END-READ
        CLOSE OP-SESSION
    END-IF.
