*> still finds the rate in force for its period) and puts the new
*> pair in front. Same one-record-at-a-time intake screen style as
*> cobolProgram4.cob's maintain-customer.
*>
*> The new rate does not land on the master here: the record as it
*> stands and as it will stand are queued on the pending-change file
*> (PENDCHG), and a supervisor other than the operator who keyed it
*> applies it on CHGAPPR - nobody raises their own rate alone. One
*> change per employee waits at a time.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 ws-work-ident   PIC 9(3) VALUE 0.
01 ws-return-code  PIC 9(4) VALUE 0.

*> the change handed to the pending-change queue (PENDCHG)
01 ws-pend-mode    PIC X VALUE "Q".
01 ws-pend-master  PIC X(8) VALUE "PAYRATE".
01 ws-pend-action  PIC X(7) VALUE SPACES.
01 ws-before-image PIC X(100) VALUE SPACES.
01 ws-after-image  PIC X(100) VALUE SPACES.
01 ws-pend-disp    PIC X VALUE SPACE.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
*> central I/O-error reporting (IOERROR): a non-00 status that isn't
*> a genuine not-found lands on the error file and forces RC=8

*> a missing master is a hard error now - INITMAST creates the
*> shop's masters deliberately, never a production step
OPEN INPUT PAY-RATE-MASTER
IF ws-rate-status = "35"
    DISPLAY "PAY-RATE-MASTER is missing - run "
        "INITMAST to create the shop masters"
END-IF
IF ws-rate-status NOT = "00"
    MOVE "RATE-MASTER" TO ws-io-file
    MOVE "OPEN-IN" TO ws-io-op
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-rate-status
    STOP RUN
    NOT INVALID KEY MOVE "Y" TO ws-rate-found-flag
END-READ

MOVE "Q" TO ws-pend-mode
CALL "PENDCHG" USING ws-ops-program ws-pend-mode ws-pend-master
    ws-work-ident ws-pend-action ws-before-image ws-after-image
    ws-pend-disp
IF ws-pend-disp = "P"
    DISPLAY "A rate change for employee " ws-work-ident
        " is already waiting for approval - nothing keyed"
    MOVE 8 TO ws-return-code
ELSE
    PERFORM queue-rate-change
END-IF

CLOSE PAY-RATE-MASTER

IF ws-return-code = 0
    DISPLAY "Rate for employee " pr-ident " of " pr-rate
        " effective " pr-eff-date " queued for approval"
END-IF

INITIALIZE ws-ops-counts
IF ws-return-code = 0
    MOVE 1 TO ws-ops-written
ELSE
    MOVE 1 TO ws-ops-rejected
END-IF
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

STOP RUN.

queue-rate-change.
    IF rate-on-file
        MOVE rate-record TO ws-before-image
        MOVE "REWRITE" TO ws-pend-action
        *> the rate being replaced is retained as the prior pair, so a
        *> pay period dated before this raise still finds it
        MOVE pr-eff-date TO pr-prior-eff-date
        MOVE pr-rate TO pr-prior-rate
        MOVE ws-new-rate TO pr-rate
        MOVE ws-new-eff-date TO pr-eff-date
    ELSE
        MOVE SPACES TO ws-before-image
        MOVE "WRITE" TO ws-pend-action
        MOVE ws-work-ident TO pr-ident
        MOVE ws-new-rate TO pr-rate
        MOVE ws-new-eff-date TO pr-eff-date
        MOVE 0 TO pr-prior-eff-date
        MOVE 0 TO pr-prior-rate
    END-IF
    MOVE rate-record TO ws-after-image
    MOVE "K" TO ws-pend-mode
    CALL "PENDCHG" USING ws-ops-program ws-pend-mode ws-pend-master
        ws-work-ident ws-pend-action ws-before-image ws-after-image
        ws-pend-disp
    IF ws-pend-disp NOT = "P"
        DISPLAY "Change could not be queued for approval - "
            "nothing changed"
        MOVE 8 TO ws-return-code
    END-IF.
