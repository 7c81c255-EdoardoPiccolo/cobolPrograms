       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ACCTMAINT.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Account status and overdraft limit maintenance - ACCT-MASTER had
*> no status, so a deceased customer's account, a legal hold or a
*> fraud freeze could still be debited by the posting run and drawn
*> by AUTOPAY, and nothing limited an overdraft. This keys one
*> account's status (O open, F frozen, H legal hold) and overdraft
*> limit in the addrmaint.cob intake style, and every change leaves
*> an ACCTAUDIT record with the before and after images.
*>
*> Status C is the close transaction. An overdrawn account cannot
*> close; an account at zero closes on the spot; an account with a
*> credit balance closes with that balance moved to the refund
*> queue - a closing debit on acctxns.dat (source C) brings the
*> balance to zero in tonight's ACCTPOST, and an open credit for the
*> same amount on unapplied.dat is what REFUNDRUN cuts the check
*> from. A closed account takes nothing else in ACCTPOST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCT-MASTER ASSIGN TO "data/acctmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ab-ident
        FILE STATUS IS ws-acct-status.

    SELECT ACCT-TXNS ASSIGN TO "data/acctxns.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-txn-status.

    *> the refund queue REFUNDRUN works - payapply.cob's credits
    SELECT UNAPPLIED-CREDITS ASSIGN TO "data/unapplied.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-credit-status.

DATA DIVISION.
FILE SECTION.
FD ACCT-MASTER.
*> shared with acctpost.cob and autopay.cob - see
*> copybooks/ACCTREC.cpy
COPY ACCTREC.

FD ACCT-TXNS.
01 acct-txn-rec.
    02 ax-ident  PIC 9(3).
    02 ax-date   PIC 9(8).
    02 ax-amount PIC S9(7)V99 SIGN IS LEADING SEPARATE.
*> C = the closing debit (see acctpost.cob)
    02 ax-source PIC X.

FD UNAPPLIED-CREDITS.
01 unapplied-credit-rec.
    02 uc-ident  PIC 9(3).
    02 uc-date   PIC 9(8).
    02 uc-amount PIC 9(7)V99.
    02 uc-status PIC X.

WORKING-STORAGE SECTION.
01 ws-acct-status   PIC XX VALUE "00".
01 ws-txn-status    PIC XX VALUE "00".
01 ws-credit-status PIC XX VALUE "00".
01 ws-acct-found-flag PIC X VALUE "N".
    88 account-on-file VALUE "Y".
01 ws-work-ident PIC 9(3) VALUE 0.
01 ws-bus-date   PIC 9(8) VALUE 0.
01 ws-new-status PIC X VALUE SPACE.
    88 new-status-valid VALUE "O" "F" "H" "C".
    88 new-status-close VALUE "C".
*> keyed limit digits land positionally through the REDEFINES, so
*> '000050000' really is 500.00 - the dedmaint.cob entry rule
01 ws-limit-entry PIC X(9) VALUE SPACES.
01 ws-limit-entry-num REDEFINES ws-limit-entry PIC 9(7)V99.
01 ws-refund-amt PIC 9(7)V99 VALUE 0.

*> before/after record images for the ACCTAUDIT trail
01 ws-before-image PIC X(42) VALUE SPACES.
01 ws-after-image  PIC X(42) VALUE SPACES.
01 ws-audit-action PIC X(7) VALUE "REWRITE".

01 ws-return-code PIC 9(4) VALUE 0.

*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
01 ws-ops-program PIC X(10) VALUE "ACCTMAINT".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
CALL "BUSDATE" USING ws-bus-date
DISPLAY "Enter account (customer) ident: " WITH NO ADVANCING
ACCEPT ws-work-ident

OPEN I-O ACCT-MASTER
IF ws-acct-status = "35"
    DISPLAY "ACCT-MASTER is missing - run "
        "INITMAST to create the shop masters"
END-IF
IF ws-acct-status NOT = "00"
    MOVE "ACCT-MASTER" TO ws-io-file
    MOVE "OPEN-IO" TO ws-io-op
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-acct-status
    STOP RUN
END-IF

MOVE ws-work-ident TO ab-ident
READ ACCT-MASTER
    INVALID KEY CONTINUE
    NOT INVALID KEY MOVE "Y" TO ws-acct-found-flag
END-READ

IF NOT account-on-file
    DISPLAY "Account " ws-work-ident " is not on ACCT-MASTER - "
        "open it through ACCTOPEN first"
    MOVE 8 TO ws-return-code
ELSE
    MOVE acct-rec TO ws-before-image
    DISPLAY "Account " ab-ident ":"
    DISPLAY "  Balance         : " ab-balance
    DISPLAY "  Status          : " ab-status
        " (O open, F frozen, H legal hold, C closed)"
    DISPLAY "  Overdraft limit : " ab-od-limit
    DISPLAY "Enter new status (O, F, H, or C to close; blank "
        "keeps it): " WITH NO ADVANCING
    MOVE SPACE TO ws-new-status
    ACCEPT ws-new-status
    EVALUATE TRUE
        WHEN ws-new-status = SPACE
            PERFORM key-overdraft-limit
        WHEN NOT new-status-valid
            DISPLAY "Status " ws-new-status " is not O, F, H or C - "
                "nothing changed"
            MOVE 8 TO ws-return-code
        WHEN new-status-close
            PERFORM close-account
        WHEN OTHER
            MOVE ws-new-status TO ab-status
            PERFORM key-overdraft-limit
    END-EVALUATE
    IF ws-return-code = 0
        PERFORM rewrite-account
    END-IF
END-IF

CLOSE ACCT-MASTER

INITIALIZE ws-ops-counts
MOVE 1 TO ws-ops-read
IF ws-return-code = 0
    MOVE 1 TO ws-ops-written
    MOVE ws-refund-amt TO ws-ops-amount
ELSE
    MOVE 1 TO ws-ops-rejected
END-IF
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code
IF ws-return-code NOT = 0
    MOVE 8 TO RETURN-CODE
END-IF
STOP RUN.

key-overdraft-limit.
    IF ab-closed
        DISPLAY "Account is closed - no overdraft limit to key"
    ELSE
        DISPLAY "Enter overdraft limit (9 digits, 7.2 - e.g. "
            "000050000 = 500.00; blank keeps it): " WITH NO ADVANCING
        MOVE SPACES TO ws-limit-entry
        ACCEPT ws-limit-entry
        IF ws-limit-entry NOT = SPACES
            IF ws-limit-entry IS NUMERIC
                MOVE ws-limit-entry-num TO ab-od-limit
            ELSE
                DISPLAY "Overdraft limit " ws-limit-entry
                    " is not 9 digits - nothing changed"
                MOVE 8 TO ws-return-code
            END-IF
        END-IF
    END-IF.

*> zero balance closes now; a credit balance goes to the refund
*> queue on the way out; an overdraft has to be cleared first
close-account.
    EVALUATE TRUE
        WHEN ab-closed
            DISPLAY "Account " ab-ident " is already closed"
            MOVE 8 TO ws-return-code
        WHEN ab-balance < 0
            DISPLAY "Account " ab-ident " is overdrawn " ab-balance
                " - bring it to zero before it can close"
            MOVE 8 TO ws-return-code
        WHEN ab-balance = 0
            MOVE "C" TO ab-status
            DISPLAY "Account " ab-ident " closed at a zero balance"
        WHEN OTHER
            MOVE ab-balance TO ws-refund-amt
            PERFORM queue-closing-refund
            MOVE "C" TO ab-status
            DISPLAY "Account " ab-ident " closed - " ws-refund-amt
                " debited tonight and queued for REFUNDRUN"
    END-EVALUATE.

queue-closing-refund.
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
    MOVE ab-ident TO ax-ident
    MOVE ws-bus-date TO ax-date
    COMPUTE ax-amount = 0 - ws-refund-amt
    MOVE "C" TO ax-source
    WRITE acct-txn-rec
    CLOSE ACCT-TXNS

    OPEN EXTEND UNAPPLIED-CREDITS
    IF ws-credit-status = "35"
        OPEN OUTPUT UNAPPLIED-CREDITS
    END-IF
    IF ws-credit-status NOT = "00"
        MOVE "UNAPPLIED" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-credit-status
        STOP RUN
    END-IF
    MOVE ab-ident TO uc-ident
    MOVE ws-bus-date TO uc-date
    MOVE ws-refund-amt TO uc-amount
    MOVE SPACE TO uc-status
    WRITE unapplied-credit-rec
    CLOSE UNAPPLIED-CREDITS.

rewrite-account.
    REWRITE acct-rec
        INVALID KEY
            DISPLAY "Unable to rewrite account " ab-ident
            MOVE 8 TO ws-return-code
    END-REWRITE
    IF ws-return-code = 0
        MOVE acct-rec TO ws-after-image
        CALL "ACCTAUDIT" USING ws-ops-program ws-audit-action
            ws-before-image ws-after-image
        DISPLAY "Account " ab-ident " status " ab-status
            " overdraft limit " ab-od-limit
    END-IF.
