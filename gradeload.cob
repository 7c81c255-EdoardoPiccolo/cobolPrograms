       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GRADELOAD.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Term grade load into the gradebook - students.dat carries one
*> letter grade per student with no term and no course, which is all
*> HONORROLL ever needed but not what the school now reports. This
*> reads the registrar's term grade file (student ident, term YYYYS,
*> course code and letter grade per line), edits each line, and
*> writes the good ones into GRADEBOOK keyed on student, term and
*> course with the course's credit hours from courses.ctl
*> (COURSELOOK). Failures go to a reject file with the reason and
*> the feed line number:
*>
*>   BADSTU   student ident missing or not numeric
*>   BADTERM  term not YYYYS with session 1, 2 or 3
*>   BADCRSE  course not on courses.ctl
*>   BADGRADE grade not A, B, C, D or F
*>
*> A line for a student/term/course already on the gradebook is a
*> grade change from the registrar and replaces the grade on file;
*> those are counted separately. Not a nightly step - run at the
*> end of each term (and again for late changes) ahead of GRADERPT.
*> Same batch load precedent as ssnload.cob.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GRADEBOOK ASSIGN TO "data/gradebook.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS gb-key
        FILE STATUS IS ws-grade-status.

    SELECT TERM-GRADES ASSIGN TO "data/termgrades.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-feed-status.

    SELECT GRADE-REJECTS ASSIGN TO "data/gradeload.rej"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-reject-status.

DATA DIVISION.
FILE SECTION.
FD GRADEBOOK.
COPY GRADEREC.

FD TERM-GRADES.
01 term-grade-rec.
    02 tg-student PIC X(3).
    02 tg-term.
        03 tg-term-year    PIC X(4).
        03 tg-term-session PIC X.
    02 tg-course  PIC X(8).
    02 tg-grade   PIC X.

FD GRADE-REJECTS.
01 grade-reject-rec.
    02 rj-reason    PIC X(8).
    02 rj-student   PIC X(3).
    02 rj-term      PIC X(5).
    02 rj-course    PIC X(8).
    02 rj-grade     PIC X.
    02 rj-feed-line PIC 9(5).

WORKING-STORAGE SECTION.
01 ws-grade-status  PIC XX VALUE "00".
01 ws-feed-status   PIC XX VALUE "00".
01 ws-reject-status PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 no-more-feed VALUE "Y".

01 ws-bus-date PIC 9(8) VALUE 0.
01 ws-reject-reason PIC X(8) VALUE SPACES.
01 ws-loaded-count  PIC 9(5) VALUE 0.
01 ws-changed-count PIC 9(5) VALUE 0.
01 ws-reject-count  PIC 9(5) VALUE 0.
01 ws-feed-line     PIC 9(5) VALUE 0.

*> course reference (COURSELOOK)
01 ws-course-credits PIC 9V9 VALUE 0.
01 ws-course-title   PIC X(30) VALUE SPACES.
01 ws-course-found   PIC X VALUE "N".
    88 course-on-file VALUE "Y".

*> the feed's grade, tested against the same values GRADEREC allows
01 ws-feed-grade PIC X VALUE SPACE.
    88 feed-grade-valid VALUE "A", "B", "C", "D", "F".

01 ws-return-code PIC 9(4) VALUE 0.

*> central I/O-error reporting (IOERROR): a non-00 status that isn't
*> a genuine not-found lands on the error file and forces RC=8
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
01 ws-ops-program PIC X(10) VALUE "GRADELOAD".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
CALL "BUSDATE" USING ws-bus-date

*> an absent term grade file is nothing to load; anything else
*> non-00 is a real I/O problem
OPEN INPUT TERM-GRADES
IF ws-feed-status NOT = "00" AND ws-feed-status NOT = "35"
    MOVE "TERM-GRADES" TO ws-io-file
    MOVE "OPEN-IN" TO ws-io-op
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-feed-status
    STOP RUN
END-IF
IF ws-feed-status = "35"
    DISPLAY "No term grade file on file - nothing to load"
    SET no-more-feed TO TRUE
END-IF

*> a missing master is a hard error - INITMAST creates the shop's
*> masters deliberately, never a production step
OPEN I-O GRADEBOOK
IF ws-grade-status = "35"
    DISPLAY "GRADEBOOK is missing - run "
        "INITMAST to create the shop masters"
END-IF
IF ws-grade-status NOT = "00"
    MOVE "GRADEBOOK" TO ws-io-file
    MOVE "OPEN-IO" TO ws-io-op
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-grade-status
    STOP RUN
END-IF

OPEN OUTPUT GRADE-REJECTS

PERFORM WITH TEST BEFORE UNTIL no-more-feed
    READ TERM-GRADES
        AT END SET no-more-feed TO TRUE
        NOT AT END PERFORM load-one-grade
    END-READ
END-PERFORM

IF ws-feed-status = "00" OR ws-feed-status = "10"
    CLOSE TERM-GRADES
END-IF
CLOSE GRADEBOOK
CLOSE GRADE-REJECTS

DISPLAY "GRADELOAD: " ws-loaded-count " grade(s) loaded, "
    ws-changed-count " grade change(s), " ws-reject-count
    " rejected"

INITIALIZE ws-ops-counts
COMPUTE ws-ops-read = ws-loaded-count + ws-changed-count
    + ws-reject-count
COMPUTE ws-ops-written = ws-loaded-count + ws-changed-count
MOVE ws-reject-count TO ws-ops-rejected
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

IF ws-return-code NOT = 0
    MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> one feed line through the edits; a key already on the gradebook
*> is the registrar's grade change and replaces the one on file
load-one-grade.
    ADD 1 TO ws-feed-line
    MOVE SPACES TO ws-reject-reason
    MOVE tg-grade TO ws-feed-grade
    CALL "COURSELOOK" USING tg-course ws-course-credits
        ws-course-title ws-course-found

    EVALUATE TRUE
        WHEN tg-student NOT NUMERIC OR tg-student = "000"
            MOVE "BADSTU" TO ws-reject-reason
        WHEN tg-term NOT NUMERIC
            MOVE "BADTERM" TO ws-reject-reason
        WHEN tg-term-session < "1" OR tg-term-session > "3"
            MOVE "BADTERM" TO ws-reject-reason
        WHEN NOT course-on-file
            MOVE "BADCRSE" TO ws-reject-reason
        WHEN NOT feed-grade-valid
            MOVE "BADGRADE" TO ws-reject-reason
        WHEN OTHER
            PERFORM post-grade
    END-EVALUATE

    IF ws-reject-reason NOT = SPACES
        ADD 1 TO ws-reject-count
        MOVE 8 TO ws-return-code
        MOVE ws-reject-reason TO rj-reason
        MOVE tg-student TO rj-student
        MOVE tg-term TO rj-term
        MOVE tg-course TO rj-course
        MOVE tg-grade TO rj-grade
        MOVE ws-feed-line TO rj-feed-line
        WRITE grade-reject-rec
    END-IF.

post-grade.
    MOVE tg-student TO gb-student
    MOVE tg-term TO gb-term
    MOVE tg-course TO gb-course
    READ GRADEBOOK
        INVALID KEY
            MOVE ws-course-credits TO gb-credits
            MOVE ws-feed-grade TO gb-grade
            MOVE ws-bus-date TO gb-load-date
            WRITE gradebook-rec
                INVALID KEY
                    MOVE "GRADEBOOK" TO ws-io-file
                    MOVE "WRITE" TO ws-io-op
                    CALL "IOERROR" USING ws-ops-program
                        ws-io-file ws-io-op ws-grade-status
                    MOVE 8 TO ws-return-code
                NOT INVALID KEY
                    ADD 1 TO ws-loaded-count
            END-WRITE
        NOT INVALID KEY
            MOVE ws-course-credits TO gb-credits
            MOVE ws-feed-grade TO gb-grade
            MOVE ws-bus-date TO gb-load-date
            REWRITE gradebook-rec
                INVALID KEY
                    MOVE "GRADEBOOK" TO ws-io-file
                    MOVE "REWRITE" TO ws-io-op
                    CALL "IOERROR" USING ws-ops-program
                        ws-io-file ws-io-op ws-grade-status
                    MOVE 8 TO ws-return-code
                NOT INVALID KEY
                    ADD 1 TO ws-changed-count
            END-REWRITE
    END-READ.
