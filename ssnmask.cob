       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SSNMASK.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Shared SSN display formatter - the full nine digits went out on
*> the inquiry screens and on reports that lie around the ops room.
*> Every program that shows an SSN asks this for the text to show:
*>
*>   view mode P  printed output - always XXX-XX-nnnn, the last four
*>   view mode S  inquiry screen - XXX-XX-nnnn, unless the signed-on
*>                operator (opsession.ctl) carries the full-SSN
*>                authority byte on operators.ctl; then the whole
*>                number, and the full view is appended to the SSN
*>                access log with the operator, the owner ident, the
*>                calling program and the timestamp (the same
*>                FUNCTION CURRENT-DATE idiom OPSLOG uses)
*>
*> A full view that can't be logged isn't given - the screen gets
*> the masked form and the open failure goes to IOERROR. The
*> operator file is read on every screen call, so a revoked
*> authority takes effect at once. ssnaccrpt.cob reports the log to
*> the security officer monthly. A pure CALLed subprogram in the
*> OPSLOG/CUSTAUDIT mold.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPERATOR-CTL ASSIGN TO "data/operators.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-oper-ctl-status.

    SELECT OP-SESSION ASSIGN TO "data/opsession.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-session-status.

    SELECT SSN-ACCESS-LOG ASSIGN TO "data/ssnaccess.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-log-status.

DATA DIVISION.
FILE SECTION.
*> same layout menu.cob signs on against - see
*> copybooks/OPERREC.cpy
FD OPERATOR-CTL.
COPY OPERREC.

FD OP-SESSION.
01 op-session-rec.
    02 os-operator PIC X(8).

FD SSN-ACCESS-LOG.
01 ssn-access-rec.
    02 sx-timestamp PIC X(21).
    02 sx-operator  PIC X(8).
    02 sx-program   PIC X(10).
    02 sx-ident     PIC 9(3).

WORKING-STORAGE SECTION.
01 ws-oper-ctl-status PIC XX VALUE "00".
01 ws-session-status  PIC XX VALUE "00".
01 ws-log-status      PIC XX VALUE "00".
01 ws-operator        PIC X(8) VALUE "BATCH".
01 ws-full-auth-flag  PIC X VALUE "N".
    88 full-ssn-authorized VALUE "Y".
01 ws-timestamp       PIC X(21).

01 ws-ssn-digits PIC 9(9) VALUE 0.
01 ws-ssn-parts REDEFINES ws-ssn-digits.
    02 ws-ssn-area   PIC X(3).
    02 ws-ssn-group  PIC X(2).
    02 ws-ssn-serial PIC X(4).

01 ws-module-name PIC X(10) VALUE "SSNMASK".
*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

LINKAGE SECTION.
*> caller's PROGRAM-ID, P (print) or S (screen), the SSN and its
*> owner ident, and the eleven characters to show
01 LK-PROGRAM-NAME PIC X(10).
01 LK-VIEW-MODE    PIC X.
01 LK-SSN          PIC 9(9).
01 LK-OWNER        PIC 9(3).
01 LK-SSN-SHOWN    PIC X(11).

PROCEDURE DIVISION USING LK-PROGRAM-NAME LK-VIEW-MODE LK-SSN
        LK-OWNER LK-SSN-SHOWN.
    MOVE LK-SSN TO ws-ssn-digits
    MOVE SPACES TO LK-SSN-SHOWN
    STRING "XXX-XX-" ws-ssn-serial
        DELIMITED BY SIZE INTO LK-SSN-SHOWN

    IF LK-VIEW-MODE = "S"
        PERFORM read-operator-session
        PERFORM check-full-ssn-authority
        IF full-ssn-authorized
            PERFORM log-full-view
        END-IF
    END-IF
    GOBACK.

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

*> an operator record written before the authority byte existed
*> reads back a trailing space there, which refuses like an N - the
*> menu.cob rule for its option bytes
check-full-ssn-authority.
    MOVE "N" TO ws-full-auth-flag
    OPEN INPUT OPERATOR-CTL
    IF ws-oper-ctl-status = "00"
        PERFORM WITH TEST BEFORE
                UNTIL ws-oper-ctl-status NOT = "00"
            READ OPERATOR-CTL
                AT END MOVE "10" TO ws-oper-ctl-status
                NOT AT END
                    IF ctl-oper-id = ws-operator
                        MOVE ctl-ssn-auth TO ws-full-auth-flag
                        MOVE "10" TO ws-oper-ctl-status
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OPERATOR-CTL
    END-IF.

log-full-view.
    MOVE FUNCTION CURRENT-DATE TO ws-timestamp
    OPEN EXTEND SSN-ACCESS-LOG
    IF ws-log-status = "35"
        OPEN OUTPUT SSN-ACCESS-LOG
    END-IF
    IF ws-log-status NOT = "00"
        MOVE "SSN-ACCESS" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-module-name ws-io-file
            ws-io-op ws-log-status
    ELSE
        MOVE ws-timestamp TO sx-timestamp
        MOVE ws-operator TO sx-operator
        MOVE LK-PROGRAM-NAME TO sx-program
        MOVE LK-OWNER TO sx-ident
        WRITE ssn-access-rec
        CLOSE SSN-ACCESS-LOG
        MOVE SPACES TO LK-SSN-SHOWN
        STRING ws-ssn-area "-" ws-ssn-group "-" ws-ssn-serial
            DELIMITED BY SIZE INTO LK-SSN-SHOWN
    END-IF.
