       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. COURSELOOK.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Shared course reference lookup - the courses the school grades,
*> each with its credit hours and full title, live on courses.ctl
*> (course code, credit hours 9V9 and title per line, loaded at
*> first call the same way DEPTLOOK loads deptref.ctl). GRADELOAD
*> refuses a term grade for a course that isn't on it and takes
*> the credit hours from it; GRADERPT prints the title on the
*> transcript. A pure CALLed subprogram in the DEPTLOOK mold.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COURSE-CTL ASSIGN TO "data/courses.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-course-ctl-status.

DATA DIVISION.
FILE SECTION.
FD COURSE-CTL.
01 course-ctl-rec.
    02 ctl-course-code    PIC X(8).
    02 ctl-course-credits PIC 9V9.
    02 ctl-course-title   PIC X(30).

WORKING-STORAGE SECTION.
01 ws-course-ctl-status PIC XX VALUE "00".
01 ws-loaded-flag PIC X VALUE "N".
    88 course-table-loaded VALUE "Y".

01 ws-course-table-count PIC 9(3) VALUE 0.
01 ws-course-table.
    02 ws-course-entry OCCURS 200 TIMES
            INDEXED BY ws-course-idx.
        03 ws-course-code    PIC X(8).
        03 ws-course-credits PIC 9V9.
        03 ws-course-title   PIC X(30).

LINKAGE SECTION.
01 LK-COURSE-CODE    PIC X(8).
01 LK-COURSE-CREDITS PIC 9V9.
01 LK-COURSE-TITLE   PIC X(30).
01 LK-FOUND-FLAG     PIC X.

PROCEDURE DIVISION USING LK-COURSE-CODE LK-COURSE-CREDITS
        LK-COURSE-TITLE LK-FOUND-FLAG.
    IF NOT course-table-loaded
        PERFORM load-course-table
    END-IF

    *> an unknown code hands back zero hours and the raw code as the
    *> title, so a report caller can still print something
    MOVE "N" TO LK-FOUND-FLAG
    MOVE 0 TO LK-COURSE-CREDITS
    MOVE LK-COURSE-CODE TO LK-COURSE-TITLE
    PERFORM VARYING ws-course-idx FROM 1 BY 1
            UNTIL ws-course-idx > ws-course-table-count
        IF LK-COURSE-CODE = ws-course-code(ws-course-idx)
            MOVE ws-course-credits(ws-course-idx)
                TO LK-COURSE-CREDITS
            MOVE ws-course-title(ws-course-idx) TO LK-COURSE-TITLE
            MOVE "Y" TO LK-FOUND-FLAG
            SET ws-course-idx TO ws-course-table-count
        END-IF
    END-PERFORM
    GOBACK.

*> COURSE-CTL may be missing on a fresh system - an empty table means
*> every course reports not-found, which GRADELOAD surfaces as a
*> rejection and GRADERPT prints as the raw code
load-course-table.
    MOVE "Y" TO ws-loaded-flag
    MOVE 0 TO ws-course-table-count
    OPEN INPUT COURSE-CTL
    IF ws-course-ctl-status = "00"
        PERFORM WITH TEST BEFORE
                UNTIL ws-course-ctl-status NOT = "00"
                OR ws-course-table-count = 200
            READ COURSE-CTL
                AT END MOVE "10" TO ws-course-ctl-status
                NOT AT END
                    ADD 1 TO ws-course-table-count
                    MOVE ctl-course-code
                        TO ws-course-code(ws-course-table-count)
                    MOVE ctl-course-credits
                        TO ws-course-credits(ws-course-table-count)
                    MOVE ctl-course-title
                        TO ws-course-title(ws-course-table-count)
            END-READ
        END-PERFORM
        CLOSE COURSE-CTL
    END-IF.
