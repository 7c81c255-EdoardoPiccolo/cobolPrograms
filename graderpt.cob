       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GRADERPT.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Term-end school reporting off the gradebook GRADELOAD keeps -
*> one key-order sweep of GRADEBOOK (student, term, course) that
*> prints every student's transcript with term and cumulative GPA,
*> then names the reporting term's dean's list and academic
*> probation list.
*>
*>   PARM 'YYYYS'   report that term (no PARM reports the latest
*>                  term on the gradebook)
*>
*> Grading policy comes from the same passscore.ctl cobolProgram5.cob
*> and HONORROLL read, with the same defaults when it is missing:
*>   - a course passes on a grade in the "A thru pass-thru" range or
*>     the one extra passing grade, exactly as HONORROLL decides it;
*>     only passing courses earn their credit hours
*>   - quality points are A 4, B 3, C 2, D 1, F 0, and a GPA is
*>     quality points over hours attempted
*>   - the dean's list is the honor-roll cutoff carried over: a term
*>     GPA at or above the cutoff grade's points with no failed
*>     course that term
*>   - probation is a cumulative GPA, through the reporting term,
*>     below the points of the pass-thru grade - the same grade the
*>     pass/fail line is drawn at
*>
*> Only students with grades in the reporting term are considered
*> for either list. Onto data/transcript.dat, data/deanslist.dat and
*> data/probation.dat. Not a nightly step - run at term end after
*> GRADELOAD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GRADEBOOK ASSIGN TO "data/gradebook.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS gb-key
        FILE STATUS IS ws-grade-status.

    *> student names for the transcript heading - optional
    SELECT CUSTOMER-MASTER ASSIGN TO "data/custmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ident
        ALTERNATE RECORD KEY IS custName WITH DUPLICATES
        FILE STATUS IS ws-cust-status.

    *> same control file cobolProgram5.cob and HONORROLL read
    SELECT GRADE-CTL ASSIGN TO "data/passscore.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-grade-ctl-status.

    SELECT TRANSCRIPT-RPT ASSIGN TO "data/transcript.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-tran-status.

    SELECT DEANS-RPT ASSIGN TO "data/deanslist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-deans-status.

    SELECT PROBATION-RPT ASSIGN TO "data/probation.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-prob-status.

DATA DIVISION.
FILE SECTION.
FD GRADEBOOK.
COPY GRADEREC.

FD CUSTOMER-MASTER.
COPY CUSTREC.

FD GRADE-CTL.
01 grade-ctl-rec.
    02 ctl-pass-thru   PIC X.
    02 ctl-pass-extra  PIC X.
    02 ctl-honor-grade PIC X.

FD TRANSCRIPT-RPT.
01 transcript-line PIC X(80).

FD DEANS-RPT.
01 deans-line PIC X(80).

FD PROBATION-RPT.
01 probation-line PIC X(80).

WORKING-STORAGE SECTION.
01 ws-grade-status     PIC XX VALUE "00".
01 ws-cust-status      PIC XX VALUE "00".
01 ws-grade-ctl-status PIC XX VALUE "00".
01 ws-tran-status      PIC XX VALUE "00".
01 ws-deans-status     PIC XX VALUE "00".
01 ws-prob-status      PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 no-more-grades VALUE "Y".
01 ws-cust-open-flag PIC X VALUE "N".
    88 cust-master-open VALUE "Y".

01 ws-cmdline PIC X(80) VALUE SPACES.
01 ws-parm-term PIC X(5) VALUE SPACES.
01 ws-report-term.
    02 ws-report-year    PIC 9(4) VALUE 0.
    02 ws-report-session PIC 9 VALUE 0.
        88 report-session-valid VALUE 1, 2, 3.

*> same defaults cobolProgram5.cob and HONORROLL fall back to when
*> GRADE-CTL is missing
01 ws-pass-thru   PIC X VALUE "C".
01 ws-pass-extra  PIC X VALUE "D".
01 ws-honor-grade PIC X VALUE "A".
*> the two list thresholds, in quality points, from the grades above
01 ws-deans-gpa     PIC 9V99 VALUE 0.
01 ws-probation-gpa PIC 9V99 VALUE 0.

*> one grade's quality points and pass/fail
01 ws-work-grade  PIC X VALUE SPACE.
01 ws-work-points PIC 9 VALUE 0.
01 ws-pass-fail   PIC X(4) VALUE SPACES.
01 ws-course-credits PIC 9V9 VALUE 0.
01 ws-course-title   PIC X(30) VALUE SPACES.
01 ws-course-found   PIC X VALUE "N".

*> the student and term the key-order sweep is inside
01 ws-student-active-flag PIC X VALUE "N".
    88 student-active VALUE "Y".
01 ws-cur-student PIC 9(3) VALUE 0.
01 ws-cur-term.
    02 ws-cur-year    PIC 9(4) VALUE 0.
    02 ws-cur-session PIC 9 VALUE 0.
01 ws-cust-name PIC X(20) VALUE SPACES.
01 ws-session-name PIC X(6) VALUE SPACES.

01 ws-term-attempted PIC 9(3)V9 VALUE 0.
01 ws-term-earned    PIC 9(3)V9 VALUE 0.
01 ws-term-points    PIC 9(4)V9 VALUE 0.
01 ws-term-fail-count PIC 9(3) VALUE 0.
01 ws-term-gpa       PIC 9V99 VALUE 0.
01 ws-cum-attempted  PIC 9(4)V9 VALUE 0.
01 ws-cum-earned     PIC 9(4)V9 VALUE 0.
01 ws-cum-points     PIC 9(5)V9 VALUE 0.
01 ws-cum-gpa        PIC 9V99 VALUE 0.

*> where the student stood at the end of the reporting term
01 ws-rt-taken-flag PIC X VALUE "N".
    88 took-report-term VALUE "Y".
01 ws-rt-attempted  PIC 9(3)V9 VALUE 0.
01 ws-rt-fail-count PIC 9(3) VALUE 0.
01 ws-rt-term-gpa   PIC 9V99 VALUE 0.
01 ws-rt-cum-gpa    PIC 9V99 VALUE 0.

01 ws-hours-edit   PIC ZZ9.9.
01 ws-hours-edit-2 PIC ZZZ9.9.
01 ws-hours-edit-3 PIC ZZZ9.9.
01 ws-gpa-edit     PIC 9.99.
01 ws-gpa-edit-2   PIC 9.99.

01 ws-read-count      PIC 9(7) VALUE 0.
01 ws-student-count   PIC 9(5) VALUE 0.
01 ws-deans-count     PIC 9(5) VALUE 0.
01 ws-probation-count PIC 9(5) VALUE 0.
01 ws-report-text PIC X(80).

01 ws-return-code PIC 9(4) VALUE 0.

*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
01 ws-ops-program PIC X(10) VALUE "GRADERPT".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
PERFORM load-grade-policy

*> a missing master is a hard error - INITMAST creates the shop's
*> masters deliberately, never a production step
OPEN INPUT GRADEBOOK
IF ws-grade-status = "35"
    DISPLAY "GRADEBOOK is missing - run "
        "INITMAST to create the shop masters"
END-IF
IF ws-grade-status NOT = "00"
    MOVE "GRADEBOOK" TO ws-io-file
    MOVE "OPEN-IN" TO ws-io-op
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-grade-status
    STOP RUN
END-IF

ACCEPT ws-cmdline FROM COMMAND-LINE
UNSTRING ws-cmdline DELIMITED BY ALL " "
    INTO ws-parm-term
END-UNSTRING
IF ws-parm-term IS NUMERIC
    MOVE ws-parm-term TO ws-report-term
END-IF
IF NOT report-session-valid
    *> no PARM (or not a YYYYS term) reports the latest term
    PERFORM find-latest-term
END-IF

OPEN INPUT CUSTOMER-MASTER
IF ws-cust-status = "00"
    MOVE "Y" TO ws-cust-open-flag
END-IF

OPEN OUTPUT TRANSCRIPT-RPT
OPEN OUTPUT DEANS-RPT
OPEN OUTPUT PROBATION-RPT
IF ws-tran-status NOT = "00" OR ws-deans-status NOT = "00"
        OR ws-prob-status NOT = "00"
    MOVE "GRADE-RPTS" TO ws-io-file
    MOVE "OPEN-OUT" TO ws-io-op
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-tran-status
    STOP RUN
END-IF

MOVE ws-report-session TO ws-cur-session
PERFORM name-session
MOVE ws-deans-gpa TO ws-gpa-edit
MOVE SPACES TO ws-report-text
STRING "DEAN'S LIST FOR TERM " ws-report-year " " ws-session-name
    "  (TERM GPA " ws-gpa-edit " OR BETTER, NO FAILED COURSE)"
    DELIMITED BY SIZE INTO ws-report-text
MOVE ws-report-text TO deans-line
WRITE deans-line
MOVE ws-probation-gpa TO ws-gpa-edit
MOVE SPACES TO ws-report-text
STRING "ACADEMIC PROBATION FOR TERM " ws-report-year " "
    ws-session-name "  (CUMULATIVE GPA BELOW " ws-gpa-edit ")"
    DELIMITED BY SIZE INTO ws-report-text
MOVE ws-report-text TO probation-line
WRITE probation-line

MOVE "N" TO ws-eof-flag
MOVE LOW-VALUES TO gb-key
START GRADEBOOK KEY IS GREATER THAN OR EQUAL gb-key
    INVALID KEY SET no-more-grades TO TRUE
END-START

PERFORM WITH TEST BEFORE UNTIL no-more-grades
    READ GRADEBOOK NEXT RECORD
        AT END
            SET no-more-grades TO TRUE
            IF student-active
                PERFORM finish-term
                PERFORM finish-student
            END-IF
        NOT AT END PERFORM take-in-grade
    END-READ
END-PERFORM

MOVE SPACES TO ws-report-text
STRING "STUDENTS ON DEAN'S LIST: " ws-deans-count
    DELIMITED BY SIZE INTO ws-report-text
MOVE ws-report-text TO deans-line
WRITE deans-line
MOVE SPACES TO ws-report-text
STRING "STUDENTS ON PROBATION: " ws-probation-count
    DELIMITED BY SIZE INTO ws-report-text
MOVE ws-report-text TO probation-line
WRITE probation-line

CLOSE GRADEBOOK
IF cust-master-open
    CLOSE CUSTOMER-MASTER
END-IF
CLOSE TRANSCRIPT-RPT
CLOSE DEANS-RPT
CLOSE PROBATION-RPT

DISPLAY "GRADERPT: " ws-student-count " transcript(s), "
    ws-deans-count " on dean's list, " ws-probation-count
    " on probation for term " ws-report-term

INITIALIZE ws-ops-counts
MOVE ws-read-count TO ws-ops-read
MOVE ws-student-count TO ws-ops-written
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

IF ws-return-code NOT = 0
    MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> GRADE-CTL may be missing on a fresh system - fall back to the
*> compiled-in defaults the same way HONORROLL does
load-grade-policy.
    OPEN INPUT GRADE-CTL
    IF ws-grade-ctl-status = "00"
        READ GRADE-CTL
            AT END
                CONTINUE
            NOT AT END
                MOVE ctl-pass-thru TO ws-pass-thru
                MOVE ctl-pass-extra TO ws-pass-extra
                IF ctl-honor-grade NOT = SPACE
                    MOVE ctl-honor-grade TO ws-honor-grade
                END-IF
        END-READ
        CLOSE GRADE-CTL
    END-IF
    MOVE ws-honor-grade TO ws-work-grade
    PERFORM grade-to-points
    MOVE ws-work-points TO ws-deans-gpa
    MOVE ws-pass-thru TO ws-work-grade
    PERFORM grade-to-points
    MOVE ws-work-points TO ws-probation-gpa.

*> the newest term anywhere on the gradebook - an empty gradebook
*> leaves term zero and two empty lists
find-latest-term.
    MOVE 0 TO ws-report-term
    MOVE LOW-VALUES TO gb-key
    START GRADEBOOK KEY IS GREATER THAN OR EQUAL gb-key
        INVALID KEY SET no-more-grades TO TRUE
    END-START
    PERFORM WITH TEST BEFORE UNTIL no-more-grades
        READ GRADEBOOK NEXT RECORD
            AT END SET no-more-grades TO TRUE
            NOT AT END
                IF gb-term > ws-report-term
                    MOVE gb-term TO ws-report-term
                END-IF
        END-READ
    END-PERFORM.

*> a new student or a new term closes off the one before it
take-in-grade.
    ADD 1 TO ws-read-count
    IF NOT student-active OR gb-student NOT = ws-cur-student
        IF student-active
            PERFORM finish-term
            PERFORM finish-student
        END-IF
        PERFORM start-student
        PERFORM start-term
    ELSE
        IF gb-term NOT = ws-cur-term
            PERFORM finish-term
            PERFORM start-term
        END-IF
    END-IF
    PERFORM print-course.

start-student.
    MOVE "Y" TO ws-student-active-flag
    MOVE gb-student TO ws-cur-student
    ADD 1 TO ws-student-count
    MOVE 0 TO ws-cum-attempted
    MOVE 0 TO ws-cum-earned
    MOVE 0 TO ws-cum-points
    MOVE "N" TO ws-rt-taken-flag
    PERFORM lookup-student-name
    MOVE SPACES TO ws-report-text
    STRING "TRANSCRIPT  STUDENT " ws-cur-student "  " ws-cust-name
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-transcript-line.

start-term.
    MOVE gb-term TO ws-cur-term
    MOVE 0 TO ws-term-attempted
    MOVE 0 TO ws-term-earned
    MOVE 0 TO ws-term-points
    MOVE 0 TO ws-term-fail-count
    PERFORM name-session
    MOVE SPACES TO ws-report-text
    STRING "  TERM " ws-cur-year " " ws-session-name
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-transcript-line.

*> same pass/fail comparison HONORROLL applies to a student's score
print-course.
    CALL "COURSELOOK" USING gb-course ws-course-credits
        ws-course-title ws-course-found
    MOVE gb-grade TO ws-work-grade
    PERFORM grade-to-points
    IF (gb-grade >= "A" AND gb-grade <= ws-pass-thru)
            OR gb-grade = ws-pass-extra
        MOVE "PASS" TO ws-pass-fail
        ADD gb-credits TO ws-term-earned
    ELSE
        MOVE "FAIL" TO ws-pass-fail
        ADD 1 TO ws-term-fail-count
    END-IF
    ADD gb-credits TO ws-term-attempted
    COMPUTE ws-term-points = ws-term-points
        + gb-credits * ws-work-points
    MOVE gb-credits TO ws-hours-edit
    MOVE SPACES TO ws-report-text
    STRING "    " gb-course " " ws-course-title " " ws-hours-edit
        "  " gb-grade "  " ws-pass-fail
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-transcript-line.

*> the term's own GPA, then the running cumulative one through it
finish-term.
    ADD ws-term-attempted TO ws-cum-attempted
    ADD ws-term-earned TO ws-cum-earned
    ADD ws-term-points TO ws-cum-points
    MOVE 0 TO ws-term-gpa
    IF ws-term-attempted > 0
        COMPUTE ws-term-gpa ROUNDED
            = ws-term-points / ws-term-attempted
    END-IF
    MOVE 0 TO ws-cum-gpa
    IF ws-cum-attempted > 0
        COMPUTE ws-cum-gpa ROUNDED
            = ws-cum-points / ws-cum-attempted
    END-IF

    MOVE ws-term-attempted TO ws-hours-edit-2
    MOVE ws-term-earned TO ws-hours-edit-3
    MOVE ws-term-gpa TO ws-gpa-edit
    MOVE SPACES TO ws-report-text
    STRING "    TERM   ATTEMPTED" ws-hours-edit-2 " EARNED"
        ws-hours-edit-3 "  GPA " ws-gpa-edit
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-transcript-line
    MOVE ws-cum-attempted TO ws-hours-edit-2
    MOVE ws-cum-earned TO ws-hours-edit-3
    MOVE ws-cum-gpa TO ws-gpa-edit
    MOVE SPACES TO ws-report-text
    STRING "    CUMUL  ATTEMPTED" ws-hours-edit-2 " EARNED"
        ws-hours-edit-3 "  GPA " ws-gpa-edit
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-transcript-line

    IF ws-cur-term = ws-report-term
        MOVE "Y" TO ws-rt-taken-flag
        MOVE ws-term-attempted TO ws-rt-attempted
        MOVE ws-term-fail-count TO ws-rt-fail-count
        MOVE ws-term-gpa TO ws-rt-term-gpa
        MOVE ws-cum-gpa TO ws-rt-cum-gpa
    END-IF.

*> the two lists judge the student as they stood at the end of the
*> reporting term, even when later terms are already on file
finish-student.
    MOVE SPACES TO ws-report-text
    PERFORM write-transcript-line
    IF took-report-term
        MOVE ws-rt-attempted TO ws-hours-edit
        MOVE ws-rt-term-gpa TO ws-gpa-edit
        MOVE ws-rt-cum-gpa TO ws-gpa-edit-2
        IF ws-rt-term-gpa >= ws-deans-gpa AND ws-rt-fail-count = 0
            ADD 1 TO ws-deans-count
            MOVE SPACES TO ws-report-text
            STRING "IDENT=" ws-cur-student " " ws-cust-name
                " HOURS " ws-hours-edit " TERM GPA " ws-gpa-edit
                DELIMITED BY SIZE INTO ws-report-text
            MOVE ws-report-text TO deans-line
            WRITE deans-line
        END-IF
        IF ws-rt-cum-gpa < ws-probation-gpa
            ADD 1 TO ws-probation-count
            MOVE SPACES TO ws-report-text
            STRING "IDENT=" ws-cur-student " " ws-cust-name
                " CUM GPA " ws-gpa-edit-2 " TERM GPA " ws-gpa-edit
                DELIMITED BY SIZE INTO ws-report-text
            MOVE ws-report-text TO probation-line
            WRITE probation-line
        END-IF
    END-IF.

grade-to-points.
    EVALUATE ws-work-grade
        WHEN "A" MOVE 4 TO ws-work-points
        WHEN "B" MOVE 3 TO ws-work-points
        WHEN "C" MOVE 2 TO ws-work-points
        WHEN "D" MOVE 1 TO ws-work-points
        WHEN OTHER MOVE 0 TO ws-work-points
    END-EVALUATE.

name-session.
    EVALUATE ws-cur-session
        WHEN 1 MOVE "SPRING" TO ws-session-name
        WHEN 2 MOVE "SUMMER" TO ws-session-name
        WHEN 3 MOVE "FALL" TO ws-session-name
        WHEN OTHER MOVE SPACES TO ws-session-name
    END-EVALUATE.

*> a student who isn't on CUSTOMER-MASTER (or no master at all)
*> still gets a transcript, just without a name
lookup-student-name.
    MOVE SPACES TO ws-cust-name
    IF cust-master-open
        MOVE ws-cur-student TO ident
        READ CUSTOMER-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE custName TO ws-cust-name
        END-READ
    END-IF.

write-transcript-line.
    MOVE ws-report-text TO transcript-line
    WRITE transcript-line.
