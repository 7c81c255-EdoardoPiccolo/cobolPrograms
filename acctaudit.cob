       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ACCTAUDIT.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Shared ACCT-MASTER audit writer - every status or overdraft
*> limit change acctmaint.cob makes to an account appends one record
*> here with the timestamp, the operator, the program that did it,
*> and the full before and after images of the ACCTREC layout, the
*> trail ADDRAUDIT keeps for the address master. When a frozen
*> account turns up open again, who opened it and when is on file.
*> A pure CALLed subprogram in the OPSLOG/ADDRAUDIT mold.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCT-AUDIT ASSIGN TO "data/acctaudit.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-audit-status.

    *> who is signed on right now, written by the menu front end -
    *> the first question after any incident is WHO made the change
    SELECT OP-SESSION ASSIGN TO "data/opsession.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-session-status.

DATA DIVISION.
FILE SECTION.
FD ACCT-AUDIT.
01 acct-audit-rec.
    02 xa-timestamp PIC X(21).
    02 xa-operator  PIC X(8).
    02 xa-program   PIC X(10).
    02 xa-action    PIC X(7).
    02 xa-before    PIC X(42).
    02 xa-after     PIC X(42).

FD OP-SESSION.
01 op-session-rec.
    02 os-operator PIC X(8).

WORKING-STORAGE SECTION.
01 ws-audit-status PIC XX VALUE "00".
01 ws-session-status PIC XX VALUE "00".
01 ws-timestamp    PIC X(21).
01 ws-operator     PIC X(8) VALUE "BATCH".
01 ws-module-name PIC X(10) VALUE "ACCTAUDIT".
*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

LINKAGE SECTION.
*> caller's PROGRAM-ID, the verb it applied (REWRITE), and the
*> ACCTREC images as they stood before and after
01 LK-PROGRAM-NAME PIC X(10).
01 LK-ACTION       PIC X(7).
01 LK-BEFORE-IMAGE PIC X(42).
01 LK-AFTER-IMAGE  PIC X(42).

PROCEDURE DIVISION USING LK-PROGRAM-NAME LK-ACTION
        LK-BEFORE-IMAGE LK-AFTER-IMAGE.
    MOVE FUNCTION CURRENT-DATE TO ws-timestamp
    PERFORM read-operator-session

    OPEN EXTEND ACCT-AUDIT
    IF ws-audit-status = "35"
        OPEN OUTPUT ACCT-AUDIT
    END-IF
    IF ws-audit-status NOT = "00"
        *> an update that can't be audited must not slip through
        *> quietly - report centrally and hand back with RC=8 forced
        MOVE "ACCT-AUDIT" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-module-name ws-io-file
            ws-io-op ws-audit-status
        GOBACK
    END-IF

    MOVE ws-timestamp TO xa-timestamp
    MOVE ws-operator TO xa-operator
    MOVE LK-PROGRAM-NAME TO xa-program
    MOVE LK-ACTION TO xa-action
    MOVE LK-BEFORE-IMAGE TO xa-before
    MOVE LK-AFTER-IMAGE TO xa-after
    WRITE acct-audit-rec

    CLOSE ACCT-AUDIT
    GOBACK.

*> absent session record just means nobody is signed on at a
*> terminal - an overnight batch change, stamped as such
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
