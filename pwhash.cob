       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PWHASH.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Password digest - operators.ctl used to carry every password in
*> plain text for anyone who could read the file. MENU and OPERMAINT
*> now keep only this 16-digit digest of the operator ID and the
*> password together, and compare digests at sign-on. The ID is
*> folded in so two operators with the same password never carry
*> the same digest. Three passes of two running remainders, each
*> character weighted by its position - the password cannot be read
*> back out of it. A pure CALLed subprogram with no files.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 ws-seed PIC X(16) VALUE SPACES.
01 ws-pass PIC 9 VALUE 0.
01 ws-pos  PIC 99 VALUE 0.
01 ws-char-value PIC 9(3) VALUE 0.
01 ws-work PIC 9(12) VALUE 0.
01 ws-hash-1 PIC 9(8) VALUE 0.
01 ws-hash-2 PIC 9(8) VALUE 0.

LINKAGE SECTION.
01 LK-OPER-ID  PIC X(8).
01 LK-PASSWORD PIC X(8).
01 LK-DIGEST   PIC X(16).

PROCEDURE DIVISION USING LK-OPER-ID LK-PASSWORD LK-DIGEST.
    MOVE LK-OPER-ID TO ws-seed(1:8)
    MOVE LK-PASSWORD TO ws-seed(9:8)
    MOVE 17 TO ws-hash-1
    MOVE 29 TO ws-hash-2
    PERFORM VARYING ws-pass FROM 1 BY 1 UNTIL ws-pass > 3
        PERFORM VARYING ws-pos FROM 1 BY 1 UNTIL ws-pos > 16
            COMPUTE ws-char-value = FUNCTION ORD(ws-seed(ws-pos:1))
            COMPUTE ws-work = ws-hash-1 * 31
                + ws-char-value * (ws-pos + 7) + ws-pass
            COMPUTE ws-hash-1 = FUNCTION MOD(ws-work, 99999989)
            COMPUTE ws-work = ws-hash-2 * 37 + ws-char-value
                + ws-hash-1
            COMPUTE ws-hash-2 = FUNCTION MOD(ws-work, 99999971)
        END-PERFORM
    END-PERFORM
    MOVE ws-hash-1 TO LK-DIGEST(1:8)
    MOVE ws-hash-2 TO LK-DIGEST(9:8)
    GOBACK.
