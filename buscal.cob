       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BUSCAL.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Shop business calendar - the date advance used to step one
*> calendar day at a time, so Saturdays, Sundays and holidays were
*> processed as if they were business days, and the periodic jobs
*> were submitted by hand off a wall calendar. Every question about
*> which days the shop works is answered here:
*>
*>   mode B  is LK-DATE a business day - flag Y or N
*>   mode N  the next business day after LK-DATE
*>   mode P  the business day before LK-DATE
*>   mode R  LK-DATE rolled forward to a business day (itself if it
*>           is one) - due dates, reversal dates
*>   mode L  LK-DATE rolled back to a business day (itself if it is
*>           one) - the last business day of a month
*>   mode S  is LK-PROGRAM's calendar trigger (jobsched.ctl) met on
*>           LK-DATE - flag Y due, N not due, space when the program
*>           is not a calendar job at all
*>
*> Saturdays and Sundays are never business days unless buscal.ctl
*> names one as a working day (B); it also lists the holidays (H)
*> and any other non-processing days (N). No calendar file means
*> weekends only. jobsched.ctl gives each periodic job its trigger:
*>
*>   ME  the last business day of a month
*>   QE  the last business day of March, June, September, December
*>   YE  the last business day of December
*>   BD  the nth business day of a month (js-day), in one month of
*>       the year only when js-month is not zero
*>
*> Both files are loaded on the first call of the run unit. A pure
*> CALLed subprogram in the BUSDATE mold.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BUSCAL-CTL ASSIGN TO "data/buscal.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-cal-status.

    SELECT JOBSCHED-CTL ASSIGN TO "data/jobsched.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-sched-status.

DATA DIVISION.
FILE SECTION.
FD BUSCAL-CTL.
01 buscal-ctl-rec.
    02 bc-date PIC 9(8).
    02 bc-type PIC X.
    02 FILLER  PIC X.
    02 bc-desc PIC X(30).

FD JOBSCHED-CTL.
01 jobsched-ctl-rec.
    02 js-program PIC X(10).
    02 js-trigger PIC X(2).
    02 js-day     PIC 9(2).
    02 js-month   PIC 9(2).

WORKING-STORAGE SECTION.
01 ws-cal-status   PIC XX VALUE "00".
01 ws-sched-status PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 end-of-file VALUE "Y".
01 ws-loaded-flag PIC X VALUE "N".
    88 files-loaded VALUE "Y".

*> the calendar's named days - H holiday, N non-processing, B a
*> weekend day worked
01 ws-day-count PIC 9(3) VALUE 0.
01 ws-day-table.
    02 ws-day-entry OCCURS 400 TIMES
            INDEXED BY ws-day-idx.
        03 ws-day-date PIC 9(8).
        03 ws-day-type PIC X.

*> each periodic job's trigger
01 ws-job-count PIC 9(2) VALUE 0.
01 ws-job-table.
    02 ws-job-entry OCCURS 50 TIMES
            INDEXED BY ws-job-idx.
        03 ws-job-program PIC X(10).
        03 ws-job-trigger PIC X(2).
        03 ws-job-day     PIC 9(2).
        03 ws-job-month   PIC 9(2).

01 ws-test-date   PIC 9(8) VALUE 0.
01 ws-test-day-no PIC 9(7) VALUE 0.
01 ws-weekday     PIC 9 VALUE 0.
01 ws-business-flag PIC X VALUE "N".
    88 business-day VALUE "Y".
01 ws-step-limit PIC 9(3) VALUE 0.

*> the date a trigger is tested against, broken down
01 ws-trig-date  PIC 9(8) VALUE 0.
01 ws-trig-year  PIC 9(4) VALUE 0.
01 ws-trig-month PIC 9(2) VALUE 0.
01 ws-trig-mmdd  PIC 9(4) VALUE 0.
01 ws-trig-day   PIC 9(2) VALUE 0.
01 ws-next-bus-date PIC 9(8) VALUE 0.
01 ws-next-month PIC 9(2) VALUE 0.
01 ws-next-year  PIC 9(4) VALUE 0.
01 ws-next-mmdd  PIC 9(4) VALUE 0.
01 ws-month-end-flag PIC X VALUE "N".
    88 last-business-day-of-month VALUE "Y".
01 ws-bus-day-of-month PIC 9(2) VALUE 0.
01 ws-scan-date PIC 9(8) VALUE 0.
01 ws-scan-day-no PIC 9(7) VALUE 0.

LINKAGE SECTION.
01 LK-MODE        PIC X.
01 LK-DATE        PIC 9(8).
01 LK-PROGRAM     PIC X(10).
01 LK-RESULT-DATE PIC 9(8).
01 LK-FLAG        PIC X.

PROCEDURE DIVISION USING LK-MODE LK-DATE LK-PROGRAM LK-RESULT-DATE
        LK-FLAG.
    IF NOT files-loaded
        PERFORM load-calendar
        PERFORM load-job-schedule
        MOVE "Y" TO ws-loaded-flag
    END-IF

    MOVE LK-DATE TO LK-RESULT-DATE
    EVALUATE LK-MODE
        WHEN "B"
            MOVE LK-DATE TO ws-test-date
            PERFORM test-business-day
            MOVE ws-business-flag TO LK-FLAG
        WHEN "N"
            MOVE LK-DATE TO ws-test-date
            PERFORM step-to-next-business-day
            MOVE ws-test-date TO LK-RESULT-DATE
        WHEN "P"
            MOVE LK-DATE TO ws-test-date
            PERFORM step-to-prior-business-day
            MOVE ws-test-date TO LK-RESULT-DATE
        WHEN "R"
            MOVE LK-DATE TO ws-test-date
            PERFORM test-business-day
            IF NOT business-day
                PERFORM step-to-next-business-day
            END-IF
            MOVE ws-test-date TO LK-RESULT-DATE
        WHEN "L"
            MOVE LK-DATE TO ws-test-date
            PERFORM test-business-day
            IF NOT business-day
                PERFORM step-to-prior-business-day
            END-IF
            MOVE ws-test-date TO LK-RESULT-DATE
        WHEN "S"
            PERFORM test-job-trigger
    END-EVALUATE
    GOBACK.

*> a named day on the calendar decides; otherwise Saturday and
*> Sunday are off (day 1 of the integer calendar was a Monday, so
*> the day number MOD 7 gives 6 on a Saturday and 0 on a Sunday)
test-business-day.
    COMPUTE ws-test-day-no = FUNCTION INTEGER-OF-DATE(ws-test-date)
    COMPUTE ws-weekday = FUNCTION MOD(ws-test-day-no, 7)
    IF ws-weekday = 6 OR ws-weekday = 0
        MOVE "N" TO ws-business-flag
    ELSE
        MOVE "Y" TO ws-business-flag
    END-IF
    PERFORM VARYING ws-day-idx FROM 1 BY 1
            UNTIL ws-day-idx > ws-day-count
        IF ws-day-date(ws-day-idx) = ws-test-date
            IF ws-day-type(ws-day-idx) = "B"
                MOVE "Y" TO ws-business-flag
            ELSE
                MOVE "N" TO ws-business-flag
            END-IF
            SET ws-day-idx TO ws-day-count
        END-IF
    END-PERFORM.

*> a calendar that closes more than a month solid is a keying
*> error - the step stops there rather than loop
step-to-next-business-day.
    MOVE 0 TO ws-step-limit
    MOVE "N" TO ws-business-flag
    PERFORM WITH TEST BEFORE
            UNTIL business-day OR ws-step-limit > 40
        COMPUTE ws-test-day-no =
            FUNCTION INTEGER-OF-DATE(ws-test-date) + 1
        COMPUTE ws-test-date =
            FUNCTION DATE-OF-INTEGER(ws-test-day-no)
        ADD 1 TO ws-step-limit
        PERFORM test-business-day
    END-PERFORM.

step-to-prior-business-day.
    MOVE 0 TO ws-step-limit
    MOVE "N" TO ws-business-flag
    PERFORM WITH TEST BEFORE
            UNTIL business-day OR ws-step-limit > 40
        COMPUTE ws-test-day-no =
            FUNCTION INTEGER-OF-DATE(ws-test-date) - 1
        COMPUTE ws-test-date =
            FUNCTION DATE-OF-INTEGER(ws-test-day-no)
        ADD 1 TO ws-step-limit
        PERFORM test-business-day
    END-PERFORM.

*> space when the program has no trigger on jobsched.ctl - it is
*> not a calendar job and runs every night as before
test-job-trigger.
    MOVE SPACE TO LK-FLAG
    PERFORM VARYING ws-job-idx FROM 1 BY 1
            UNTIL ws-job-idx > ws-job-count
        IF ws-job-program(ws-job-idx) = LK-PROGRAM
            PERFORM evaluate-trigger
            SET ws-job-idx TO ws-job-count
        END-IF
    END-PERFORM.

evaluate-trigger.
    MOVE "N" TO LK-FLAG
    MOVE LK-DATE TO ws-trig-date
    DIVIDE ws-trig-date BY 10000 GIVING ws-trig-year
        REMAINDER ws-trig-mmdd
    DIVIDE ws-trig-mmdd BY 100 GIVING ws-trig-month
        REMAINDER ws-trig-day
    *> the last business day of a month is the one whose next
    *> business day falls in another month
    MOVE ws-trig-date TO ws-test-date
    PERFORM step-to-next-business-day
    MOVE ws-test-date TO ws-next-bus-date
    DIVIDE ws-next-bus-date BY 10000 GIVING ws-next-year
        REMAINDER ws-next-mmdd
    DIVIDE ws-next-mmdd BY 100 GIVING ws-next-month
    IF ws-next-month NOT = ws-trig-month
        MOVE "Y" TO ws-month-end-flag
    ELSE
        MOVE "N" TO ws-month-end-flag
    END-IF
    EVALUATE ws-job-trigger(ws-job-idx)
        WHEN "ME"
            IF last-business-day-of-month
                MOVE "Y" TO LK-FLAG
            END-IF
        WHEN "QE"
            IF last-business-day-of-month
                    AND (ws-trig-month = 3 OR ws-trig-month = 6
                         OR ws-trig-month = 9 OR ws-trig-month = 12)
                MOVE "Y" TO LK-FLAG
            END-IF
        WHEN "YE"
            IF last-business-day-of-month AND ws-trig-month = 12
                MOVE "Y" TO LK-FLAG
            END-IF
        WHEN "BD"
            IF ws-job-month(ws-job-idx) = 0
                    OR ws-job-month(ws-job-idx) = ws-trig-month
                PERFORM count-business-day-of-month
                IF ws-bus-day-of-month = ws-job-day(ws-job-idx)
                    MOVE "Y" TO LK-FLAG
                END-IF
            END-IF
    END-EVALUATE.

*> which business day of its month the trigger date is - zero when
*> it is not a business day at all
count-business-day-of-month.
    MOVE 0 TO ws-bus-day-of-month
    MOVE ws-trig-date TO ws-test-date
    PERFORM test-business-day
    IF business-day
        COMPUTE ws-scan-date =
            ws-trig-year * 10000 + ws-trig-month * 100 + 1
        PERFORM WITH TEST BEFORE UNTIL ws-scan-date > ws-trig-date
            MOVE ws-scan-date TO ws-test-date
            PERFORM test-business-day
            IF business-day
                ADD 1 TO ws-bus-day-of-month
            END-IF
            COMPUTE ws-scan-day-no =
                FUNCTION INTEGER-OF-DATE(ws-scan-date) + 1
            COMPUTE ws-scan-date =
                FUNCTION DATE-OF-INTEGER(ws-scan-day-no)
        END-PERFORM
    END-IF.

*> no calendar file leaves weekends as the only days off
load-calendar.
    MOVE 0 TO ws-day-count
    MOVE "N" TO ws-eof-flag
    OPEN INPUT BUSCAL-CTL
    IF ws-cal-status = "00"
        PERFORM WITH TEST BEFORE UNTIL end-of-file
            READ BUSCAL-CTL
                AT END SET end-of-file TO TRUE
                NOT AT END
                    IF bc-date IS NUMERIC
                        PERFORM note-calendar-day
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BUSCAL-CTL
    END-IF.

note-calendar-day.
    IF ws-day-count < 400
        ADD 1 TO ws-day-count
        MOVE bc-date TO ws-day-date(ws-day-count)
        MOVE bc-type TO ws-day-type(ws-day-count)
    ELSE
        DISPLAY "BUSCAL: more days than the calendar table holds - "
            bc-date " ignored"
    END-IF.

load-job-schedule.
    MOVE 0 TO ws-job-count
    MOVE "N" TO ws-eof-flag
    OPEN INPUT JOBSCHED-CTL
    IF ws-sched-status = "00"
        PERFORM WITH TEST BEFORE UNTIL end-of-file
            READ JOBSCHED-CTL
                AT END SET end-of-file TO TRUE
                NOT AT END
                    PERFORM note-scheduled-job
            END-READ
        END-PERFORM
        CLOSE JOBSCHED-CTL
    END-IF.

note-scheduled-job.
    IF ws-job-count < 50
        ADD 1 TO ws-job-count
        MOVE js-program TO ws-job-program(ws-job-count)
        MOVE js-trigger TO ws-job-trigger(ws-job-count)
        IF js-day IS NUMERIC
            MOVE js-day TO ws-job-day(ws-job-count)
        ELSE
            MOVE 0 TO ws-job-day(ws-job-count)
        END-IF
        IF js-month IS NUMERIC
            MOVE js-month TO ws-job-month(ws-job-count)
        ELSE
            MOVE 0 TO ws-job-month(ws-job-count)
        END-IF
    ELSE
        DISPLAY "BUSCAL: more jobs than the schedule table holds - "
            js-program " ignored"
    END-IF.
