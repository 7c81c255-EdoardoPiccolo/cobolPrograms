       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RETMAIL.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Returned-mail transaction - when the post office sends back a
*> check, statement or notice, the desk keys it here instead of
*> writing "moved" on a sticky note. The customer's ADDR-MASTER
*> address is flagged undeliverable with the date it came back and
*> the document that came back, and from then on CHECKPRINT,
*> ACCTSTMT, DUNNING, WAGESTMT, REFUNDRUN, ESCHEAT and PAYQUOTE
*> divert that customer's documents to the held-mail file
*> (HELDMAIL) and report them. The flag clears when ADDRMAINT keys
*> a new address, which also releases the held documents for the
*> next print.
*>
*> Same one-record-at-a-time intake screen as addrmaint.cob, with
*> the same ADDRAUDIT before/after trail. A customer with no address
*> on file already prints NO ADDRESS ON FILE and is refused here.
*> Documents already released but not yet printed go back on hold -
*> the new address they were released to has come back too.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ADDR-MASTER ASSIGN TO "data/addrmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ad-ident
        FILE STATUS IS ws-addr-status.

DATA DIVISION.
FILE SECTION.
FD ADDR-MASTER.
*> shared with every document print - see copybooks/ADDRREC.cpy
COPY ADDRREC.

WORKING-STORAGE SECTION.
01 ws-addr-status PIC XX VALUE "00".
01 ws-addr-found-flag PIC X VALUE "N".
    88 address-on-file VALUE "Y".
01 ws-work-ident PIC 9(3) VALUE 0.
01 ws-bus-date PIC 9(8) VALUE 0.
01 ws-returned-date PIC 9(8) VALUE 0.
01 ws-doc-code PIC X VALUE SPACE.
01 ws-returned-doc PIC X(8) VALUE SPACES.

*> before/after record images for the ADDRAUDIT trail
01 ws-before-image PIC X(79) VALUE SPACES.
01 ws-after-image  PIC X(79) VALUE SPACES.
01 ws-audit-action PIC X(7) VALUE "REWRITE".

*> released-but-unprinted documents put back on hold via HELDMAIL
01 ws-hm-mode     PIC X VALUE "B".
01 ws-hm-document PIC X(8) VALUE SPACES.
01 ws-hm-kind     PIC X VALUE SPACE.
01 ws-hm-text     PIC X(70) VALUE SPACES.
01 ws-hm-disp     PIC X VALUE SPACE.

01 ws-return-code PIC 9(4) VALUE 0.

*> central I/O-error reporting (IOERROR): a non-00 status that isn't
*> a genuine not-found lands on the error file and forces RC=8
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
01 ws-ops-program PIC X(10) VALUE "RETMAIL".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
CALL "BUSDATE" USING ws-bus-date

DISPLAY "Enter customer ident: " WITH NO ADVANCING
ACCEPT ws-work-ident

*> a missing master is a hard error - INITMAST creates the shop's
*> masters deliberately, never a production step
OPEN I-O ADDR-MASTER
IF ws-addr-status = "35"
    DISPLAY "ADDR-MASTER is missing - run "
        "INITMAST to create the shop masters"
END-IF
IF ws-addr-status NOT = "00"
    MOVE "ADDR-MASTER" TO ws-io-file
    MOVE "OPEN-IO" TO ws-io-op
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-addr-status
    STOP RUN
END-IF

MOVE "N" TO ws-addr-found-flag
MOVE ws-work-ident TO ad-ident
READ ADDR-MASTER
    INVALID KEY CONTINUE
    NOT INVALID KEY MOVE "Y" TO ws-addr-found-flag
END-READ

IF NOT address-on-file
    DISPLAY "No address on file for customer " ws-work-ident
        " - documents already flag NO ADDRESS ON FILE"
    MOVE 8 TO ws-return-code
ELSE
    PERFORM take-returned-mail
END-IF

CLOSE ADDR-MASTER
PERFORM log-and-stop.

take-returned-mail.
    DISPLAY "Address for customer " ad-ident ":"
    DISPLAY "  Street : " ad-street
    DISPLAY "  City   : " ad-city
    DISPLAY "  State  : " ad-state
    DISPLAY "  Postal : " ad-postal
    IF ad-undeliverable
        DISPLAY "  Already flagged - " ad-returned-doc
            " came back " ad-returned-date
    END-IF
    MOVE addr-record TO ws-before-image

    DISPLAY "Document returned - C check, A pay advice, "
        "S account statement, N dunning notice, "
        "W wage statement, R refund check, "
        "E unclaimed property letter, Q payoff quote: "
        WITH NO ADVANCING
    ACCEPT ws-doc-code
    EVALUATE ws-doc-code
        WHEN "C" WHEN "c" MOVE "CHECK" TO ws-returned-doc
        WHEN "A" WHEN "a" MOVE "ADVICE" TO ws-returned-doc
        WHEN "S" WHEN "s" MOVE "STMT" TO ws-returned-doc
        WHEN "N" WHEN "n" MOVE "NOTICE" TO ws-returned-doc
        WHEN "W" WHEN "w" MOVE "WAGESTMT" TO ws-returned-doc
        WHEN "R" WHEN "r" MOVE "REFUND" TO ws-returned-doc
        WHEN "E" WHEN "e" MOVE "ESCHEAT" TO ws-returned-doc
        WHEN "Q" WHEN "q" MOVE "PAYQUOTE" TO ws-returned-doc
        WHEN OTHER MOVE SPACES TO ws-returned-doc
    END-EVALUATE

    IF ws-returned-doc = SPACES
        DISPLAY "Not a document code - nothing flagged"
        MOVE 8 TO ws-return-code
    ELSE
        DISPLAY "Date returned (YYYYMMDD, 0 = business date): "
            WITH NO ADVANCING
        ACCEPT ws-returned-date
        IF ws-returned-date = 0
            MOVE ws-bus-date TO ws-returned-date
        END-IF
        IF ws-returned-date > ws-bus-date
            DISPLAY "Returned date is after the business date - "
                "nothing flagged"
            MOVE 8 TO ws-return-code
        ELSE
            PERFORM flag-undeliverable
        END-IF
    END-IF.

flag-undeliverable.
    MOVE "U" TO ad-mail-status
    MOVE ws-returned-date TO ad-returned-date
    MOVE ws-returned-doc TO ad-returned-doc
    REWRITE addr-record
        INVALID KEY
            DISPLAY "Unable to rewrite address " ad-ident
            MOVE 8 TO ws-return-code
    END-REWRITE
    IF ws-return-code = 0
        MOVE addr-record TO ws-after-image
        CALL "ADDRAUDIT" USING ws-ops-program ws-audit-action
            ws-before-image ws-after-image
        DISPLAY "Customer " ad-ident " flagged returned mail - "
            "documents are held until a new address is keyed"
        MOVE "B" TO ws-hm-mode
        CALL "HELDMAIL" USING ws-ops-program ws-hm-mode ws-work-ident
            ws-hm-document ws-hm-kind ws-hm-text ws-hm-disp
        IF ws-hm-disp = "R"
            DISPLAY "Released documents not yet printed are back "
                "on hold"
        END-IF
    END-IF.

log-and-stop.
    INITIALIZE ws-ops-counts
    IF ws-return-code = 0
        MOVE 1 TO ws-ops-written
    ELSE
        MOVE 1 TO ws-ops-rejected
    END-IF
    CALL "OPSLOG" USING ws-ops-program ws-ops-counts
        ws-return-code
    IF ws-return-code NOT = 0
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.
