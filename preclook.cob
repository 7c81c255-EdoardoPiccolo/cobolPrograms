       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PRECLOOK.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Shared voter precinct lookup - the county rejected registrants
*> VOTEREXP sent with no precinct. The precincts live on
*> precinct.ctl, maintained by hand like deptref.ctl: one line per
*> postal code range (first five characters of the postal code,
*> low and high inclusive), an optional street name, and the
*> precinct code. A line with a street name wins over a range-only
*> line, so a street split off from its zip's usual precinct is one
*> extra line. The street name is compared without the leading
*> house number ("12 MAIN ST" matches MAIN ST). Loaded at first
*> call, the DEPTLOOK way; a pure CALLed subprogram.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PRECINCT-CTL ASSIGN TO "data/precinct.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-prec-ctl-status.

DATA DIVISION.
FILE SECTION.
FD PRECINCT-CTL.
01 precinct-ctl-rec.
    02 ctl-postal-low  PIC X(5).
    02 ctl-postal-high PIC X(5).
    02 ctl-street      PIC X(20).
    02 ctl-precinct    PIC X(6).

WORKING-STORAGE SECTION.
01 ws-prec-ctl-status PIC XX VALUE "00".
01 ws-loaded-flag PIC X VALUE "N".
    88 prec-table-loaded VALUE "Y".

01 ws-prec-table-count PIC 9(3) VALUE 0.
01 ws-prec-table.
    02 ws-prec-entry OCCURS 200 TIMES
            INDEXED BY ws-prec-idx.
        03 ws-prec-postal-low  PIC X(5).
        03 ws-prec-postal-high PIC X(5).
        03 ws-prec-street      PIC X(20).
        03 ws-prec-code        PIC X(6).

01 ws-postal5      PIC X(5) VALUE SPACES.
01 ws-street-name  PIC X(20) VALUE SPACES.
01 ws-number-len   PIC 9(2) VALUE 0.

LINKAGE SECTION.
01 LK-POSTAL     PIC X(10).
01 LK-STREET     PIC X(20).
01 LK-PRECINCT   PIC X(6).
01 LK-FOUND-FLAG PIC X.

PROCEDURE DIVISION USING LK-POSTAL LK-STREET LK-PRECINCT
        LK-FOUND-FLAG.
    IF NOT prec-table-loaded
        PERFORM load-prec-table
    END-IF

    MOVE "N" TO LK-FOUND-FLAG
    MOVE SPACES TO LK-PRECINCT
    MOVE LK-POSTAL(1:5) TO ws-postal5
    PERFORM strip-house-number

    *> a street line for this street in range first ...
    PERFORM VARYING ws-prec-idx FROM 1 BY 1
            UNTIL ws-prec-idx > ws-prec-table-count
        IF ws-prec-street(ws-prec-idx) NOT = SPACES
                AND ws-prec-street(ws-prec-idx) = ws-street-name
                AND ws-postal5 >= ws-prec-postal-low(ws-prec-idx)
                AND ws-postal5 <= ws-prec-postal-high(ws-prec-idx)
            MOVE ws-prec-code(ws-prec-idx) TO LK-PRECINCT
            MOVE "Y" TO LK-FOUND-FLAG
            SET ws-prec-idx TO ws-prec-table-count
        END-IF
    END-PERFORM

    *> ... then the range's own line
    IF LK-FOUND-FLAG = "N"
        PERFORM VARYING ws-prec-idx FROM 1 BY 1
                UNTIL ws-prec-idx > ws-prec-table-count
            IF ws-prec-street(ws-prec-idx) = SPACES
                    AND ws-postal5 >= ws-prec-postal-low(ws-prec-idx)
                    AND ws-postal5 <= ws-prec-postal-high(ws-prec-idx)
                MOVE ws-prec-code(ws-prec-idx) TO LK-PRECINCT
                MOVE "Y" TO LK-FOUND-FLAG
                SET ws-prec-idx TO ws-prec-table-count
            END-IF
        END-PERFORM
    END-IF
    GOBACK.

*> "12 MAIN ST" compares as MAIN ST; a street with no leading
*> number compares whole
strip-house-number.
    MOVE LK-STREET TO ws-street-name
    MOVE 0 TO ws-number-len
    INSPECT LK-STREET TALLYING ws-number-len
        FOR CHARACTERS BEFORE INITIAL SPACE
    IF ws-number-len > 0 AND ws-number-len < 19
        IF LK-STREET(1:ws-number-len) IS NUMERIC
            MOVE LK-STREET(ws-number-len + 2:) TO ws-street-name
        END-IF
    END-IF.

*> PRECINCT-CTL may be missing on a fresh system - an empty table
*> means every address reports no precinct, which lands every
*> registrant on PRECRPT's exception list for the desk
load-prec-table.
    MOVE "Y" TO ws-loaded-flag
    MOVE 0 TO ws-prec-table-count
    OPEN INPUT PRECINCT-CTL
    IF ws-prec-ctl-status = "00"
        PERFORM WITH TEST BEFORE
                UNTIL ws-prec-ctl-status NOT = "00"
                OR ws-prec-table-count = 200
            READ PRECINCT-CTL
                AT END MOVE "10" TO ws-prec-ctl-status
                NOT AT END
                    ADD 1 TO ws-prec-table-count
                    MOVE ctl-postal-low
                        TO ws-prec-postal-low(ws-prec-table-count)
                    MOVE ctl-postal-high
                        TO ws-prec-postal-high(ws-prec-table-count)
                    MOVE ctl-street
                        TO ws-prec-street(ws-prec-table-count)
                    MOVE ctl-precinct
                        TO ws-prec-code(ws-prec-table-count)
            END-READ
        END-PERFORM
        CLOSE PRECINCT-CTL
    END-IF.
