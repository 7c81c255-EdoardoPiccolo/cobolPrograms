*> is shown first, then all three slots are re-keyed (a blank case
*> number leaves a slot unused - which is how a satisfied order is
*> retired).
*>
*> The re-keyed orders do not land on the master here: the record as
*> it stands and as it will stand are queued on the pending-change
*> file (PENDCHG), and a supervisor other than the operator who keyed
*> them applies them on CHGAPPR - an order is never retired by one
*> person alone. One change per employee waits at a time.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 ws-pct-entry-num REDEFINES ws-pct-entry PIC 9(2)V99.
01 ws-return-code PIC 9(4) VALUE 0.

*> the change handed to the pending-change queue (PENDCHG)
01 ws-pend-mode    PIC X VALUE "Q".
01 ws-pend-master  PIC X(8) VALUE "GARN".
01 ws-pend-action  PIC X(7) VALUE SPACES.
01 ws-before-image PIC X(100) VALUE SPACES.
01 ws-after-image  PIC X(100) VALUE SPACES.
01 ws-pend-disp    PIC X VALUE SPACE.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
*> central I/O-error reporting (IOERROR): a non-00 status that isn't
*> a genuine not-found lands on the error file and forces RC=8

*> a missing master is a hard error now - INITMAST creates the
*> shop's masters deliberately, never a production step
OPEN INPUT GARN-MASTER
IF ws-garn-status = "35"
    DISPLAY "GARN-MASTER is missing - run "
        "INITMAST to create the shop masters"
END-IF
IF ws-garn-status NOT = "00"
    MOVE "GARN-MASTER" TO ws-io-file
    MOVE "OPEN-IN" TO ws-io-op
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-garn-status
    STOP RUN
END-READ

IF orders-on-file
    MOVE garn-record TO ws-before-image
    MOVE "REWRITE" TO ws-pend-action
    DISPLAY "Current garnishment orders for employee " gr-ident ":"
    PERFORM VARYING ws-slot FROM 1 BY 1 UNTIL ws-slot > 3
        IF gr-case(ws-slot) NOT = SPACES
ELSE
    DISPLAY "No garnishment orders on file for employee "
        ws-work-ident
    MOVE SPACES TO ws-before-image
    MOVE "WRITE" TO ws-pend-action
    MOVE ws-work-ident TO gr-ident
END-IF

MOVE "Q" TO ws-pend-mode
CALL "PENDCHG" USING ws-ops-program ws-pend-mode ws-pend-master
    ws-work-ident ws-pend-action ws-before-image ws-after-image
    ws-pend-disp
IF ws-pend-disp = "P"
    DISPLAY "A change to this employee's garnishment orders is "
        "waiting for approval - nothing keyed"
    MOVE 8 TO ws-return-code
ELSE
    PERFORM key-garnishment-slots
    PERFORM queue-garnishment-change
END-IF

CLOSE GARN-MASTER

INITIALIZE ws-ops-counts
IF ws-return-code = 0
    MOVE 1 TO ws-ops-written
ELSE
    MOVE 1 TO ws-ops-rejected
END-IF
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

STOP RUN.

*> all three slots re-keyed every time - slot order is the priority
*> order GARNCALC takes them in, so the senior order goes first
key-garnishment-slots.
    PERFORM VARYING ws-slot FROM 1 BY 1 UNTIL ws-slot > 3
        DISPLAY "Slot " ws-slot
            " case number (blank for unused): " WITH NO ADVANCING
        ACCEPT gr-case(ws-slot)
        IF gr-case(ws-slot) NOT = SPACES
            DISPLAY "Slot " ws-slot " remit-to payee: "
                WITH NO ADVANCING
            ACCEPT gr-payee(ws-slot)
            DISPLAY "Slot " ws-slot
                " percent of disposable (0500 = 5%): "
                WITH NO ADVANCING
            ACCEPT ws-pct-entry
            MOVE ws-pct-entry-num TO gr-pct(ws-slot)
        ELSE
            MOVE SPACES TO gr-payee(ws-slot)
            MOVE 0 TO gr-pct(ws-slot)
        END-IF
    END-PERFORM.

queue-garnishment-change.
    MOVE garn-record TO ws-after-image
    MOVE "K" TO ws-pend-mode
    CALL "PENDCHG" USING ws-ops-program ws-pend-mode ws-pend-master
        ws-work-ident ws-pend-action ws-before-image ws-after-image
        ws-pend-disp
    IF ws-pend-disp = "P"
        DISPLAY "Garnishment orders for employee " gr-ident
            " queued for approval"
    ELSE
        DISPLAY "Change could not be queued for approval - "
            "nothing changed"
        MOVE 8 TO ws-return-code
    END-IF.
