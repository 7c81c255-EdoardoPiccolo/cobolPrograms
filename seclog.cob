       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SECLOG.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Shared security-log writer - every failed sign-on and every
*> menu option refused by check-authority (MENU), and every change
*> a supervisor makes to an operator (OPERMAINT), is appended here
*> with the business date, the time, the program, the operator ID
*> involved and the event. MENU's three-strike lockout used to be
*> forgotten when the session ended and nothing recorded who had
*> tried what; secrpt.cob now reports the day's violations for the
*> next morning. A pure CALLed subprogram in the ARJRNL mold -
*> opened and closed per call.
*>
*> Events: BADPASS wrong password, UNKNOWN no such operator,
*> LOCKED/DISABLED sign-on to a locked or disabled operator, LOCKOUT
*> the attempt that locked it, REFUSED a menu option not authorized,
*> NOTSUPV a supervisor-only program run by someone else - the
*> violations; ADDED, DISABLED (by a supervisor - the detail says so),
*> ENABLED, REAUTH, PWRESET, UNLOCKED and PWCHANGE - the
*> administration trail.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SECURITY-LOG ASSIGN TO "data/seclog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-sec-status.

DATA DIVISION.
FILE SECTION.
*> same layout secrpt.cob reads and retention.cob sweeps (SECLOG)
FD SECURITY-LOG.
01 security-log-rec.
    02 sl-bus-date  PIC 9(8).
    02 sl-timestamp PIC X(14).
    02 sl-program   PIC X(10).
    02 sl-operator  PIC X(8).
    02 sl-event     PIC X(8).
    02 sl-detail    PIC X(40).

WORKING-STORAGE SECTION.
01 ws-sec-status PIC XX VALUE "00".
01 ws-bus-date   PIC 9(8) VALUE 0.
01 ws-timestamp  PIC X(21).
01 ws-module-name PIC X(10) VALUE "SECLOG".
*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

LINKAGE SECTION.
*> caller's PROGRAM-ID, the operator ID the event is about, the
*> event and a line of detail
01 LK-PROGRAM-NAME PIC X(10).
01 LK-OPERATOR     PIC X(8).
01 LK-EVENT        PIC X(8).
01 LK-DETAIL       PIC X(40).

PROCEDURE DIVISION USING LK-PROGRAM-NAME LK-OPERATOR LK-EVENT
        LK-DETAIL.
    CALL "BUSDATE" USING ws-bus-date
    MOVE FUNCTION CURRENT-DATE TO ws-timestamp

    OPEN EXTEND SECURITY-LOG
    IF ws-sec-status = "35"
        OPEN OUTPUT SECURITY-LOG
    END-IF
    IF ws-sec-status NOT = "00"
        MOVE "SECURITY-LOG" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-module-name ws-io-file
            ws-io-op ws-sec-status
        GOBACK
    END-IF

    MOVE ws-bus-date TO sl-bus-date
    MOVE ws-timestamp(1:14) TO sl-timestamp
    MOVE LK-PROGRAM-NAME TO sl-program
    MOVE LK-OPERATOR TO sl-operator
    MOVE LK-EVENT TO sl-event
    MOVE LK-DETAIL TO sl-detail
    WRITE security-log-rec

    CLOSE SECURITY-LOG
    GOBACK.
