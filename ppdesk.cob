       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PPDESK.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Positive pay exception desk - the bank matches every presented
*> check against the issue file pospay.cob sends, and each morning
*> returns an exception file of the items that did not match: a
*> check number it was never told about, an amount that differs,
*> a check sent as voided, and so on (the bank's two-byte reason
*> code rides on each item). This lists the day's exceptions next
*> to what the check register says about each check, then takes
*> one item at a time by check number in the lbdesk.cob intake
*> style:
*>
*>   P  pay - the item is good, the bank pays it
*>   R  return - the bank returns the item unpaid
*>
*> Every decision goes on the desk's decision log data/ppdecide.dat
*> with the business date and the signed-on operator, and the
*> bank's response file data/ppresp.dat is rebuilt from the log at
*> the end of every session - so the desk can work the list in more
*> than one sitting. Decisions close at the bank's cutoff time
*> (data/ppcutoff.ctl, HHMM, 1100 when absent); an item still open
*> then gets the bank's default, which is to return it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> the bank's exception file: check, amount, presented, reason
    SELECT PP-EXCEPT ASSIGN TO "data/ppexcept.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-except-status.

    *> every pay/return decision the desk has made - append-only
    SELECT PP-DECISIONS ASSIGN TO "data/ppdecide.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-decide-status.

    *> the decisions going back to the bank, rebuilt each session
    SELECT PP-RESPONSE ASSIGN TO "data/ppresp.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-resp-status.

    SELECT CHECK-REGISTER ASSIGN TO "data/checkreg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-register-status.

    *> the bank's decision cutoff - one record, compiled-in default
    *> when absent (the taxcalc.cob safety net)
    SELECT PP-CUTOFF-CTL ASSIGN TO "data/ppcutoff.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-ctl-status.

    SELECT OP-SESSION ASSIGN TO "data/opsession.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-session-status.

DATA DIVISION.
FILE SECTION.
FD PP-EXCEPT.
01 pp-except-rec.
    02 pe-check-no     PIC 9(6).
    02 pe-amount       PIC 9(5)V99.
    02 pe-present-date PIC 9(8).
    02 pe-reason       PIC X(2).

FD PP-DECISIONS.
01 pp-decision-rec.
    02 pd-check-no     PIC 9(6).
    02 pd-amount       PIC 9(5)V99.
    02 pd-present-date PIC 9(8).
    02 pd-decision     PIC X.
    02 pd-bus-date     PIC 9(8).
    02 pd-operator     PIC X(8).

FD PP-RESPONSE.
01 pp-response-rec.
    02 pr-check-no     PIC 9(6).
    02 pr-amount       PIC 9(5)V99.
    02 pr-present-date PIC 9(8).
*> P = pay, R = return
    02 pr-decision     PIC X.

FD CHECK-REGISTER.
*> shared with checkprint.cob - see copybooks/CHECKREG.cpy
COPY CHECKREG.

FD PP-CUTOFF-CTL.
01 pp-cutoff-ctl-rec.
    02 ctl-cutoff-hhmm PIC 9(4).

FD OP-SESSION.
01 op-session-rec.
    02 os-operator PIC X(8).

WORKING-STORAGE SECTION.
01 ws-except-status   PIC XX VALUE "00".
01 ws-decide-status   PIC XX VALUE "00".
01 ws-resp-status     PIC XX VALUE "00".
01 ws-register-status PIC XX VALUE "00".
01 ws-ctl-status      PIC XX VALUE "00".
01 ws-session-status  PIC XX VALUE "00".

01 ws-operator PIC X(8) VALUE "BATCH".
01 ws-bus-date PIC 9(8) VALUE 0.
01 ws-timestamp PIC X(21).
01 ws-now-hhmm PIC 9(4) VALUE 0.
01 ws-cutoff-hhmm PIC 9(4) VALUE 1100.
01 ws-cutoff-flag PIC X VALUE "N".
    88 past-cutoff VALUE "Y".

*> the day's exception items and the desk's decision on each -
*> aborts loudly when full, the payapply.cob table rule
01 ws-item-count PIC 9(3) VALUE 0.
01 ws-item-table.
    02 ws-item-entry OCCURS 500 TIMES
            INDEXED BY ws-item-idx.
        03 ws-tbl-check        PIC 9(6).
        03 ws-tbl-amount       PIC 9(5)V99.
        03 ws-tbl-present-date PIC 9(8).
        03 ws-tbl-reason       PIC X(2).
        03 ws-tbl-decision     PIC X.
            88 ws-tbl-undecided VALUE SPACE.
01 ws-found-idx PIC 9(3) VALUE 0.
01 ws-table-full-flag PIC X VALUE "N".
    88 item-table-full VALUE "Y".
01 ws-open-count PIC 9(3) VALUE 0.

*> the register line behind one exception item
01 ws-reg-found-flag PIC X VALUE "N".
    88 check-on-register VALUE "Y".
01 ws-reg-ident  PIC 9(3) VALUE 0.
01 ws-reg-date   PIC 9(8) VALUE 0.
01 ws-reg-amount PIC 9(5)V99 VALUE 0.
01 ws-reg-status PIC X VALUE SPACE.

*> one item's intake
01 ws-work-check  PIC 9(6) VALUE 0.
01 ws-work-action PIC X VALUE SPACE.
    88 action-pay    VALUE "P", "p".
    88 action-return VALUE "R", "r".

01 ws-paid-count     PIC 9(5) VALUE 0.
01 ws-paid-total     PIC 9(7)V99 VALUE 0.
01 ws-returned-count PIC 9(5) VALUE 0.
01 ws-response-count PIC 9(5) VALUE 0.

01 ws-return-code PIC 9(4) VALUE 0.

*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
01 ws-ops-program PIC X(10) VALUE "PPDESK".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
CALL "BUSDATE" USING ws-bus-date
MOVE FUNCTION CURRENT-DATE TO ws-timestamp
MOVE ws-timestamp(9:4) TO ws-now-hhmm
PERFORM read-operator-session
PERFORM load-cutoff-time
IF ws-now-hhmm NOT < ws-cutoff-hhmm
    MOVE "Y" TO ws-cutoff-flag
END-IF

PERFORM load-exception-items
IF item-table-full
    DISPLAY "PPDESK: more exception items than the table holds - "
        "nothing decided"
    MOVE 8 TO ws-return-code
    PERFORM log-and-finish
END-IF
PERFORM load-decisions

PERFORM list-exception-items
IF ws-open-count = 0
    DISPLAY "No positive pay exceptions waiting for a decision"
    PERFORM write-response-file
    PERFORM log-and-finish
END-IF

IF past-cutoff
    DISPLAY "Past the bank's " ws-cutoff-hhmm " cutoff - the "
        ws-open-count " open item(s) take the bank's default "
        "and are returned"
    PERFORM write-response-file
    PERFORM log-and-finish
END-IF

PERFORM WITH TEST AFTER UNTIL ws-work-check = 0
    DISPLAY " "
    DISPLAY "Enter check number of the item to decide "
        "(0 ends): " WITH NO ADVANCING
    ACCEPT ws-work-check
    IF ws-work-check NOT = 0
        PERFORM decide-one-item
    END-IF
END-PERFORM

PERFORM write-response-file
PERFORM log-and-finish.

log-and-finish.
    INITIALIZE ws-ops-counts
    MOVE ws-item-count TO ws-ops-read
    MOVE ws-paid-count TO ws-ops-written
    MOVE ws-returned-count TO ws-ops-rejected
    MOVE ws-paid-total TO ws-ops-amount
    CALL "OPSLOG" USING ws-ops-program ws-ops-counts
        ws-return-code

    IF ws-return-code NOT = 0
        MOVE 8 TO RETURN-CODE
    END-IF

    STOP RUN.

*> the first open item for the check - a check presented twice is
*> two items and is decided twice
decide-one-item.
    MOVE 0 TO ws-found-idx
    PERFORM VARYING ws-item-idx FROM 1 BY 1
            UNTIL ws-item-idx > ws-item-count
        IF ws-tbl-check(ws-item-idx) = ws-work-check
                AND ws-tbl-undecided(ws-item-idx)
            MOVE ws-item-idx TO ws-found-idx
            SET ws-item-idx TO ws-item-count
        END-IF
    END-PERFORM

    IF ws-found-idx = 0
        DISPLAY "No open exception item for check " ws-work-check
    ELSE
        PERFORM show-register-line
        DISPLAY "P)ay the item, R)eturn it, or Enter to leave it: "
            WITH NO ADVANCING
        MOVE SPACE TO ws-work-action
        ACCEPT ws-work-action
        EVALUATE TRUE
            WHEN action-pay
                MOVE "P" TO ws-tbl-decision(ws-found-idx)
                PERFORM log-decision
                ADD 1 TO ws-paid-count
                ADD ws-tbl-amount(ws-found-idx) TO ws-paid-total
                DISPLAY "Check " ws-work-check " will be paid"
            WHEN action-return
                MOVE "R" TO ws-tbl-decision(ws-found-idx)
                PERFORM log-decision
                ADD 1 TO ws-returned-count
                DISPLAY "Check " ws-work-check " will be returned"
            WHEN OTHER
                DISPLAY "Item left open"
        END-EVALUATE
    END-IF.

*> the register's side of the item, so the desk decides on what
*> the shop really issued
show-register-line.
    MOVE "N" TO ws-reg-found-flag
    OPEN INPUT CHECK-REGISTER
    IF ws-register-status = "00"
        PERFORM WITH TEST BEFORE UNTIL ws-register-status NOT = "00"
            READ CHECK-REGISTER
                AT END MOVE "10" TO ws-register-status
                NOT AT END
                    IF cr-check-no = ws-work-check
                        MOVE "Y" TO ws-reg-found-flag
                        MOVE cr-ident TO ws-reg-ident
                        MOVE cr-date TO ws-reg-date
                        MOVE cr-amount TO ws-reg-amount
                        MOVE cr-status TO ws-reg-status
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CHECK-REGISTER
    END-IF
    DISPLAY "Check " ws-work-check " presented "
        ws-tbl-present-date(ws-found-idx) " for "
        ws-tbl-amount(ws-found-idx) " - bank reason "
        ws-tbl-reason(ws-found-idx)
    IF check-on-register
        DISPLAY "  Register: issued " ws-reg-date " to ident "
            ws-reg-ident " for " ws-reg-amount " status '"
            ws-reg-status "' (P cleared, V voided, E escheated)"
    ELSE
        DISPLAY "  Register: NO SUCH CHECK ISSUED"
    END-IF.

log-decision.
    OPEN EXTEND PP-DECISIONS
    IF ws-decide-status = "35"
        OPEN OUTPUT PP-DECISIONS
    END-IF
    IF ws-decide-status NOT = "00"
        MOVE "PP-DECIDE" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-decide-status
        STOP RUN
    END-IF
    MOVE ws-tbl-check(ws-found-idx) TO pd-check-no
    MOVE ws-tbl-amount(ws-found-idx) TO pd-amount
    MOVE ws-tbl-present-date(ws-found-idx) TO pd-present-date
    MOVE ws-tbl-decision(ws-found-idx) TO pd-decision
    MOVE ws-bus-date TO pd-bus-date
    MOVE ws-operator TO pd-operator
    WRITE pp-decision-rec
    CLOSE PP-DECISIONS.

*> one line per decided item on today's exception file - an open
*> item is left off, which the bank takes as its default return
write-response-file.
    OPEN OUTPUT PP-RESPONSE
    IF ws-resp-status NOT = "00"
        MOVE "PP-RESPONSE" TO ws-io-file
        MOVE "OPEN-OUT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-resp-status
        STOP RUN
    END-IF
    MOVE 0 TO ws-response-count
    PERFORM VARYING ws-item-idx FROM 1 BY 1
            UNTIL ws-item-idx > ws-item-count
        IF NOT ws-tbl-undecided(ws-item-idx)
            MOVE ws-tbl-check(ws-item-idx) TO pr-check-no
            MOVE ws-tbl-amount(ws-item-idx) TO pr-amount
            MOVE ws-tbl-present-date(ws-item-idx) TO pr-present-date
            MOVE ws-tbl-decision(ws-item-idx) TO pr-decision
            WRITE pp-response-rec
            ADD 1 TO ws-response-count
        END-IF
    END-PERFORM
    CLOSE PP-RESPONSE
    DISPLAY ws-response-count " decision(s) on the bank response file".

list-exception-items.
    MOVE 0 TO ws-open-count
    PERFORM VARYING ws-item-idx FROM 1 BY 1
            UNTIL ws-item-idx > ws-item-count
        IF ws-tbl-undecided(ws-item-idx)
            ADD 1 TO ws-open-count
            DISPLAY "CHECK " ws-tbl-check(ws-item-idx)
                " PRESENTED " ws-tbl-present-date(ws-item-idx)
                " " ws-tbl-amount(ws-item-idx)
                " REASON " ws-tbl-reason(ws-item-idx) " OPEN"
        ELSE
            DISPLAY "CHECK " ws-tbl-check(ws-item-idx)
                " PRESENTED " ws-tbl-present-date(ws-item-idx)
                " " ws-tbl-amount(ws-item-idx)
                " REASON " ws-tbl-reason(ws-item-idx)
                " DECIDED " ws-tbl-decision(ws-item-idx)
        END-IF
    END-PERFORM.

*> no exception file means the bank matched everything presented
load-exception-items.
    OPEN INPUT PP-EXCEPT
    IF ws-except-status NOT = "00" AND ws-except-status NOT = "35"
        MOVE "PP-EXCEPT" TO ws-io-file
        MOVE "OPEN-IN" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-except-status
        STOP RUN
    END-IF
    IF ws-except-status = "00"
        PERFORM WITH TEST BEFORE UNTIL ws-except-status NOT = "00"
            READ PP-EXCEPT
                AT END MOVE "10" TO ws-except-status
                NOT AT END PERFORM take-in-exception
            END-READ
        END-PERFORM
        CLOSE PP-EXCEPT
    END-IF.

take-in-exception.
    IF ws-item-count < 500
        ADD 1 TO ws-item-count
        MOVE pe-check-no TO ws-tbl-check(ws-item-count)
        MOVE pe-amount TO ws-tbl-amount(ws-item-count)
        MOVE pe-present-date TO ws-tbl-present-date(ws-item-count)
        MOVE pe-reason TO ws-tbl-reason(ws-item-count)
        MOVE SPACE TO ws-tbl-decision(ws-item-count)
    ELSE
        MOVE "Y" TO ws-table-full-flag
    END-IF.

*> an earlier sitting's decision closes the same item - same check,
*> presentment date and amount
load-decisions.
    OPEN INPUT PP-DECISIONS
    IF ws-decide-status = "00"
        PERFORM WITH TEST BEFORE UNTIL ws-decide-status NOT = "00"
            READ PP-DECISIONS
                AT END MOVE "10" TO ws-decide-status
                NOT AT END PERFORM take-in-decision
            END-READ
        END-PERFORM
        CLOSE PP-DECISIONS
    END-IF.

take-in-decision.
    PERFORM VARYING ws-item-idx FROM 1 BY 1
            UNTIL ws-item-idx > ws-item-count
        IF ws-tbl-check(ws-item-idx) = pd-check-no
                AND ws-tbl-present-date(ws-item-idx) = pd-present-date
                AND ws-tbl-amount(ws-item-idx) = pd-amount
                AND ws-tbl-undecided(ws-item-idx)
            MOVE pd-decision TO ws-tbl-decision(ws-item-idx)
            SET ws-item-idx TO ws-item-count
        END-IF
    END-PERFORM.

*> PP-CUTOFF-CTL may be missing on a fresh system - the desk falls
*> back to the compiled-in 11:00 cutoff
load-cutoff-time.
    OPEN INPUT PP-CUTOFF-CTL
    IF ws-ctl-status = "00"
        READ PP-CUTOFF-CTL
            AT END CONTINUE
            NOT AT END
                IF ctl-cutoff-hhmm > 0
                    MOVE ctl-cutoff-hhmm TO ws-cutoff-hhmm
                END-IF
        END-READ
        CLOSE PP-CUTOFF-CTL
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
