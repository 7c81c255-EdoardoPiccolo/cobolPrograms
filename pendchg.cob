       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PENDCHG.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Pending-change queue writer - DDMAINT, RATEMAINT, GARNMAINT and
*> MASSRAISE hand their change here instead of writing the master,
*> so it waits on data/pendchg.dat for a second person (CHGAPPR) to
*> approve it. The maker is the operator signed on at the terminal
*> (opsession.ctl, the CUSTAUDIT rule), so CHGAPPR can refuse to let
*> them approve their own change.
*>
*>   mode Q (query)  - is a change to this master record already
*>                     waiting? disposition P if so, N if not
*>   mode K (keep)   - queue the change, stamped pending with the
*>                     business date and time; disposition P, or D
*>                     (refused) when one is already waiting - a
*>                     second change keyed against the same before
*>                     image would make one of the two stale
*>
*> A pure CALLed subprogram in the OPSLOG mold - opened and closed
*> per call.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PEND-FILE ASSIGN TO "data/pendchg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-pend-status.

    SELECT OP-SESSION ASSIGN TO "data/opsession.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-session-status.

DATA DIVISION.
FILE SECTION.
FD PEND-FILE.
*> shared with chgappr.cob and pendrpt.cob - see
*> copybooks/PENDREC.cpy
COPY PENDREC.

FD OP-SESSION.
01 op-session-rec.
    02 os-operator PIC X(8).

WORKING-STORAGE SECTION.
01 ws-pend-status    PIC XX VALUE "00".
01 ws-session-status PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 no-more-pending VALUE "Y".
01 ws-waiting-flag PIC X VALUE "N".
    88 change-waiting VALUE "Y".
01 ws-bus-date  PIC 9(8) VALUE 0.
01 ws-timestamp PIC X(21).
01 ws-operator  PIC X(8) VALUE "BATCH".
01 ws-module-name PIC X(10) VALUE "PENDCHG".
*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

LINKAGE SECTION.
*> caller's PROGRAM-ID and the mode, then the change: which master,
*> which record, the verb and the record images before and after
01 LK-PROGRAM-NAME PIC X(10).
01 LK-MODE         PIC X.
01 LK-MASTER       PIC X(8).
01 LK-IDENT        PIC 9(3).
01 LK-ACTION       PIC X(7).
01 LK-BEFORE-IMAGE PIC X(100).
01 LK-AFTER-IMAGE  PIC X(100).
01 LK-DISPOSITION  PIC X.

PROCEDURE DIVISION USING LK-PROGRAM-NAME LK-MODE LK-MASTER
        LK-IDENT LK-ACTION LK-BEFORE-IMAGE LK-AFTER-IMAGE
        LK-DISPOSITION.
    PERFORM find-waiting-change
    EVALUATE TRUE
        WHEN LK-MODE = "Q" AND change-waiting
            MOVE "P" TO LK-DISPOSITION
        WHEN LK-MODE = "Q"
            MOVE "N" TO LK-DISPOSITION
        WHEN change-waiting
            MOVE "D" TO LK-DISPOSITION
        WHEN OTHER
            PERFORM queue-change
    END-EVALUATE
    GOBACK.

*> no queue on file yet means nothing is waiting
find-waiting-change.
    MOVE "N" TO ws-waiting-flag
    MOVE "N" TO ws-eof-flag
    OPEN INPUT PEND-FILE
    IF ws-pend-status = "00"
        PERFORM WITH TEST BEFORE UNTIL no-more-pending
            READ PEND-FILE
                AT END SET no-more-pending TO TRUE
                NOT AT END
                    IF pn-pending AND pn-master = LK-MASTER
                            AND pn-ident = LK-IDENT
                        MOVE "Y" TO ws-waiting-flag
                        SET no-more-pending TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PEND-FILE
    END-IF.

queue-change.
    CALL "BUSDATE" USING ws-bus-date
    MOVE FUNCTION CURRENT-DATE TO ws-timestamp
    PERFORM read-operator-session

    OPEN EXTEND PEND-FILE
    IF ws-pend-status = "35"
        OPEN OUTPUT PEND-FILE
    END-IF
    IF ws-pend-status NOT = "00"
        *> a change that can't be queued must not look as if it was
        MOVE "PEND-FILE" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-module-name ws-io-file
            ws-io-op ws-pend-status
        MOVE "E" TO LK-DISPOSITION
    ELSE
        MOVE LK-MASTER TO pn-master
        MOVE LK-IDENT TO pn-ident
        MOVE ws-bus-date TO pn-keyed-date
        MOVE ws-timestamp(9:6) TO pn-keyed-time
        MOVE ws-operator TO pn-maker
        MOVE LK-PROGRAM-NAME TO pn-program
        MOVE LK-ACTION TO pn-action
        MOVE "P" TO pn-status
        MOVE SPACES TO pn-checker
        MOVE 0 TO pn-decided-date
        MOVE LK-BEFORE-IMAGE TO pn-before
        MOVE LK-AFTER-IMAGE TO pn-after
        WRITE pend-rec
        CLOSE PEND-FILE
        MOVE "P" TO LK-DISPOSITION
    END-IF.

*> absent session record just means nobody is signed on at a
*> terminal - a batch change, stamped as such
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
