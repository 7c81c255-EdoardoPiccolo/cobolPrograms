       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. OPERFILE.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Operator-file keeper - MENU's sign-on and OPERMAINT read and
*> rewrite operators.ctl one operator at a time through here
*> instead of each loading and writing the whole file its own way.
*>
*>   mode R (read)   - the record for the ID in the first eight
*>                     bytes of the line passed; disposition F
*>                     found, N not on file
*>   mode W (write)  - the line passed replaces that operator's
*>                     record, or is added at the end when the ID
*>                     is new; disposition W
*>
*> Disposition E means the operator file itself is not available -
*> nobody can sign on, which is a configuration problem to surface.
*> A write goes through the keep-file swap opscheck.cob uses on the
*> ops log. A pure CALLed subprogram in the RUNSTATE mold; the record
*> layout is copybooks/OPERREC.cpy.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPERATOR-CTL ASSIGN TO "data/operators.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-oper-ctl-status.

    SELECT OPERATOR-KEEP ASSIGN TO "data/operators_keep.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-keep-status.

DATA DIVISION.
FILE SECTION.
FD OPERATOR-CTL.
COPY OPERREC.

FD OPERATOR-KEEP.
01 operator-keep-rec PIC X(50).

WORKING-STORAGE SECTION.
01 ws-oper-ctl-status PIC XX VALUE "00".
01 ws-keep-status     PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 no-more-operators VALUE "Y".
01 ws-found-flag PIC X VALUE "N".
    88 operator-found VALUE "Y".
01 ws-module-name PIC X(10) VALUE "OPERFILE".
*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

LINKAGE SECTION.
*> caller's PROGRAM-ID and the mode, then one OPERREC line
01 LK-PROGRAM-NAME PIC X(10).
01 LK-MODE         PIC X.
01 LK-OPER-LINE    PIC X(50).
01 LK-DISPOSITION  PIC X.

PROCEDURE DIVISION USING LK-PROGRAM-NAME LK-MODE LK-OPER-LINE
        LK-DISPOSITION.
    EVALUATE LK-MODE
        WHEN "R"
            PERFORM read-operator
        WHEN "W"
            PERFORM write-operator
    END-EVALUATE
    GOBACK.

read-operator.
    MOVE "N" TO ws-found-flag
    MOVE "N" TO ws-eof-flag
    OPEN INPUT OPERATOR-CTL
    IF ws-oper-ctl-status NOT = "00"
        MOVE "E" TO LK-DISPOSITION
    ELSE
        PERFORM WITH TEST BEFORE
                UNTIL no-more-operators OR operator-found
            READ OPERATOR-CTL
                AT END SET no-more-operators TO TRUE
                NOT AT END
                    IF ctl-oper-id = LK-OPER-LINE(1:8)
                        MOVE "Y" TO ws-found-flag
                        MOVE operator-ctl-rec TO LK-OPER-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OPERATOR-CTL
        IF operator-found
            MOVE "F" TO LK-DISPOSITION
        ELSE
            MOVE "N" TO LK-DISPOSITION
        END-IF
    END-IF.

*> every record copied to the keep file, the operator's own replaced
*> (or added last), then the keep file copied back over the live one
write-operator.
    MOVE "N" TO ws-found-flag
    MOVE "N" TO ws-eof-flag
    OPEN INPUT OPERATOR-CTL
    IF ws-oper-ctl-status NOT = "00"
        MOVE "OPERATOR-CTL" TO ws-io-file
        MOVE "OPEN-IN" TO ws-io-op
        CALL "IOERROR" USING ws-module-name ws-io-file
            ws-io-op ws-oper-ctl-status
        MOVE "E" TO LK-DISPOSITION
    ELSE
        OPEN OUTPUT OPERATOR-KEEP
        PERFORM WITH TEST BEFORE UNTIL no-more-operators
            READ OPERATOR-CTL
                AT END SET no-more-operators TO TRUE
                NOT AT END
                    IF ctl-oper-id = LK-OPER-LINE(1:8)
                        MOVE "Y" TO ws-found-flag
                        MOVE LK-OPER-LINE TO operator-keep-rec
                    ELSE
                        MOVE operator-ctl-rec TO operator-keep-rec
                    END-IF
                    WRITE operator-keep-rec
            END-READ
        END-PERFORM
        IF NOT operator-found
            MOVE LK-OPER-LINE TO operator-keep-rec
            WRITE operator-keep-rec
        END-IF
        CLOSE OPERATOR-CTL
        CLOSE OPERATOR-KEEP
        PERFORM copy-keep-to-operators
        MOVE "W" TO LK-DISPOSITION
    END-IF.

copy-keep-to-operators.
    MOVE "N" TO ws-eof-flag
    OPEN INPUT OPERATOR-KEEP
    OPEN OUTPUT OPERATOR-CTL
    PERFORM WITH TEST BEFORE UNTIL no-more-operators
        READ OPERATOR-KEEP
            AT END SET no-more-operators TO TRUE
            NOT AT END
                MOVE operator-keep-rec TO operator-ctl-rec
                WRITE operator-ctl-rec
        END-READ
    END-PERFORM
    CLOSE OPERATOR-KEEP
    CLOSE OPERATOR-CTL.
