       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ARJRNL.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Shared receivables activity journal writer. The receivables
*> programs each kept their own report and history, and none of it
*> reached the ledger except by accounting re-keying the printouts.
*> Every money-moving event now goes through here: the caller's
*> PROGRAM-ID, an activity code (see copybooks/ARACTIVITY.cpy), the
*> account ident and the amount, and this appends one line stamped
*> with the business date to data/aractivity.dat for arglext.cob to
*> post. A pure CALLed subprogram in the OPSLOG mold - the journal
*> is opened and closed per call, so a program that dies halfway
*> leaves every event it completed on file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AR-ACTIVITY ASSIGN TO "data/aractivity.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-jrnl-status.

DATA DIVISION.
FILE SECTION.
FD AR-ACTIVITY.
*> shared with arglext.cob - see copybooks/ARACTIVITY.cpy
COPY ARACTIVITY.

WORKING-STORAGE SECTION.
01 ws-jrnl-status PIC XX VALUE "00".
01 ws-bus-date    PIC 9(8) VALUE 0.
01 ws-module-name PIC X(10) VALUE "ARJRNL".
*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

LINKAGE SECTION.
01 LK-PROGRAM-NAME PIC X(10).
01 LK-ACTIVITY     PIC X(4).
01 LK-IDENT        PIC 9(3).
01 LK-AMOUNT       PIC 9(7)V99.

PROCEDURE DIVISION USING LK-PROGRAM-NAME LK-ACTIVITY LK-IDENT
        LK-AMOUNT.
    CALL "BUSDATE" USING ws-bus-date

    OPEN EXTEND AR-ACTIVITY
    IF ws-jrnl-status = "35"
        OPEN OUTPUT AR-ACTIVITY
    END-IF
    IF ws-jrnl-status NOT = "00"
        *> the journal itself can't be written - report it centrally
        *> and hand back; the forced RETURN-CODE stops the stream
        MOVE "AR-ACTIVITY" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-module-name ws-io-file
            ws-io-op ws-jrnl-status
        GOBACK
    END-IF

    MOVE ws-bus-date TO ra-bus-date
    MOVE LK-PROGRAM-NAME TO ra-program
    MOVE LK-ACTIVITY TO ra-activity
    MOVE LK-IDENT TO ra-ident
    MOVE LK-AMOUNT TO ra-amount
    WRITE ar-activity-rec

    CLOSE AR-ACTIVITY
    GOBACK.
