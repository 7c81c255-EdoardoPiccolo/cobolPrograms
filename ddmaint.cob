*> so no live money moves until the bank has accepted the account
*> through a prenote cycle. Keying both numbers as zero/blank drops
*> the enrollment and the employee goes back to printed checks.
*>
*> Nothing keyed here lands on the master directly: the change is
*> queued on the pending-change file (PENDCHG) with the record as it
*> stands and as it will stand, and a supervisor other than the
*> operator who keyed it applies it on CHGAPPR. One change per
*> employee waits at a time - a record with a change waiting is
*> shown and left alone.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 ws-bus-date     PIC 9(8) VALUE 0.
01 ws-return-code  PIC 9(4) VALUE 0.

*> the change handed to the pending-change queue (PENDCHG)
01 ws-pend-mode    PIC X VALUE "Q".
01 ws-pend-master  PIC X(8) VALUE "BANKACCT".
01 ws-pend-action  PIC X(7) VALUE SPACES.
01 ws-before-image PIC X(100) VALUE SPACES.
01 ws-after-image  PIC X(100) VALUE SPACES.
01 ws-pend-disp    PIC X VALUE SPACE.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
*> central I/O-error reporting (IOERROR): a non-00 status that isn't
*> a genuine not-found lands on the error file and forces RC=8

*> a missing master is a hard error now - INITMAST creates the
*> shop's masters deliberately, never a production step
OPEN INPUT BANKACCT-MASTER
IF ws-bank-status = "35"
    DISPLAY "BANKACCT-MASTER is missing - run "
        "INITMAST to create the shop masters"
END-IF
IF ws-bank-status NOT = "00"
    MOVE "BANKACCT" TO ws-io-file
    MOVE "OPEN-IN" TO ws-io-op
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-bank-status
    STOP RUN
        ws-work-ident
END-IF

MOVE "Q" TO ws-pend-mode
CALL "PENDCHG" USING ws-ops-program ws-pend-mode ws-pend-master
    ws-work-ident ws-pend-action ws-before-image ws-after-image
    ws-pend-disp
IF ws-pend-disp = "P"
    DISPLAY "A change to this employee's deposit account is "
        "waiting for approval - nothing keyed"
    MOVE 8 TO ws-return-code
ELSE
    DISPLAY "Enter routing number (9 digits, 0 to drop): "
        WITH NO ADVANCING
    ACCEPT ws-new-routing
    IF ws-new-routing = 0
        PERFORM drop-enrollment
    ELSE
        DISPLAY "Enter account number: " WITH NO ADVANCING
        ACCEPT ws-new-account
        PERFORM apply-enrollment
    END-IF
END-IF

CLOSE BANKACCT-MASTER

INITIALIZE ws-ops-counts
IF ws-pend-disp = "P" AND ws-return-code = 0
    MOVE 1 TO ws-ops-written
ELSE
    MOVE 1 TO ws-ops-rejected
END-IF
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code


*> new numbers always re-enter prenote, even on an existing active
*> record - the bank has never seen the new account, and the
*> employee keeps getting paper until it has (CHGAPPR restamps the
*> effective date to the day the change is approved)
apply-enrollment.
    IF account-on-file
        MOVE bank-acct-rec TO ws-before-image
        MOVE "REWRITE" TO ws-pend-action
    ELSE
        MOVE SPACES TO ws-before-image
        MOVE "WRITE" TO ws-pend-action
        MOVE ws-work-ident TO ba-ident
    END-IF
    MOVE ws-new-routing TO ba-routing
    MOVE ws-new-account TO ba-account
    MOVE "P" TO ba-status
    MOVE ws-bus-date TO ba-eff-date
    MOVE bank-acct-rec TO ws-after-image
    PERFORM queue-change
    IF ws-pend-disp = "P"
        DISPLAY "Employee " ba-ident " enrollment queued for "
            "approval - prenote starts once it is approved"
    END-IF.

drop-enrollment.
    IF account-on-file
        MOVE bank-acct-rec TO ws-before-image
        MOVE SPACES TO ws-after-image
        MOVE "DELETE" TO ws-pend-action
        PERFORM queue-change
        IF ws-pend-disp = "P"
            DISPLAY "Employee " ws-work-ident " drop from direct "
                "deposit queued for approval"
        END-IF
    ELSE
        DISPLAY "Nothing to drop - employee " ws-work-ident
            " is not enrolled"
    END-IF.

queue-change.
    MOVE "K" TO ws-pend-mode
    CALL "PENDCHG" USING ws-ops-program ws-pend-mode ws-pend-master
        ws-work-ident ws-pend-action ws-before-image ws-after-image
        ws-pend-disp
    IF ws-pend-disp NOT = "P"
        DISPLAY "Change could not be queued for approval - "
            "nothing changed"
        MOVE 8 TO ws-return-code
    END-IF.
