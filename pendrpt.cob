       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PENDRPT.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Pending-change aging report - every deposit, pay-rate and
*> garnishment change still waiting on the pending-change file for
*> its second-person approval (CHGAPPR), oldest first, with who
*> keyed it, on which program, and how many days it has waited.
*> A change that has already sat unapproved through a pay date on
*> the pay calendar (paycal.ctl) is flagged MISSED PAY DAY; one
*> still waiting when the next pay date is three days or less away
*> is flagged DUE BY PAY DAY - those are the supervisors' list for
*> the morning. Onto data/pendrpt.dat, nightly from dailyrun.jcl.
*>
*> The file is SORTed oldest first the way ssnrecon.cob sorts
*> SSN-MASTER; decided changes are passed over. No pending-change
*> file yet is an empty report, not a failure.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PEND-FILE ASSIGN TO "data/pendchg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-pend-status.

    SELECT PEND-SORTED ASSIGN TO "data/pendrpt_sorted.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-sorted-status.

    SELECT SORT-WORK-1 ASSIGN TO "data/pendrpt_sortwork.tmp".

    SELECT PAY-CAL ASSIGN TO "data/paycal.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-cal-status.

    SELECT PEND-RPT ASSIGN TO "data/pendrpt.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-rpt-status.

DATA DIVISION.
FILE SECTION.
FD PEND-FILE.
01 pend-line PIC X(267).

FD PEND-SORTED.
*> shared with pendchg.cob and chgappr.cob - see
*> copybooks/PENDREC.cpy
COPY PENDREC.

SD SORT-WORK-1.
01 sort-pend-rec.
    02 FILLER          PIC X(11).
    02 sort-keyed-date PIC 9(8).
    02 sort-keyed-time PIC 9(6).
    02 FILLER          PIC X(242).

*> same layout paybatch.cob reads
FD PAY-CAL.
01 pay-cal-rec.
    02 pc-freq       PIC X.
    02 pc-pay-date   PIC 9(8).
    02 pc-period-end PIC 9(8).

FD PEND-RPT.
01 pend-rpt-line PIC X(100).

WORKING-STORAGE SECTION.
01 ws-pend-status   PIC XX VALUE "00".
01 ws-sorted-status PIC XX VALUE "00".
01 ws-cal-status    PIC XX VALUE "00".
01 ws-rpt-status    PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 end-of-file VALUE "Y".

01 ws-bus-date  PIC 9(8) VALUE 0.
01 ws-bus-day-no PIC 9(7) VALUE 0.
01 ws-age-days  PIC 9(5) VALUE 0.
01 ws-days-to-pay PIC S9(5) VALUE 0.
01 ws-warn-days PIC 9(2) VALUE 3.

*> every pay date on the calendar, and the next one from today
01 ws-cal-count PIC 9(3) VALUE 0.
01 ws-cal-table.
    02 ws-cal-pay-date PIC 9(8) OCCURS 200 TIMES
            INDEXED BY ws-cal-idx.
01 ws-next-pay-date PIC 9(8) VALUE 0.
01 ws-missed-pay-date PIC 9(8) VALUE 0.
01 ws-flag-text PIC X(25) VALUE SPACES.

01 ws-read-count    PIC 9(7) VALUE 0.
01 ws-waiting-count PIC 9(5) VALUE 0.
01 ws-missed-count  PIC 9(5) VALUE 0.
01 ws-due-count     PIC 9(5) VALUE 0.
01 ws-report-text PIC X(100).

01 ws-return-code PIC 9(4) VALUE 0.

*> job-stream run-state handshake (RUNSTATE) - this step skips when
*> already complete for the business date (PARM FORCE re-runs it)
01 ws-rs-check PIC X VALUE "C".
01 ws-rs-done  PIC X VALUE "D".
01 ws-rs-rc    PIC 9(4) VALUE 0.
01 ws-rs-disp  PIC X VALUE "R".

*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
01 ws-ops-program PIC X(10) VALUE "PENDRPT".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
PERFORM check-run-state-or-skip

CALL "BUSDATE" USING ws-bus-date
COMPUTE ws-bus-day-no = FUNCTION INTEGER-OF-DATE(ws-bus-date)
PERFORM load-pay-calendar

OPEN OUTPUT PEND-RPT
IF ws-rpt-status NOT = "00"
    MOVE "PEND-RPT" TO ws-io-file
    MOVE "OPEN-OUT" TO ws-io-op
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-rpt-status
    STOP RUN
END-IF
MOVE SPACES TO ws-report-text
STRING "CHANGES WAITING FOR APPROVAL AT " ws-bus-date
    "   NEXT PAY DATE " ws-next-pay-date
    DELIMITED BY SIZE INTO ws-report-text
PERFORM write-report-line
MOVE "MASTER   IDENT KEYED    BY       PROGRAM    ACTION   DAYS"
    TO ws-report-text
PERFORM write-report-line

OPEN INPUT PEND-FILE
IF ws-pend-status = "00"
    CLOSE PEND-FILE
    SORT SORT-WORK-1 ON ASCENDING KEY sort-keyed-date sort-keyed-time
        USING PEND-FILE
        GIVING PEND-SORTED

    OPEN INPUT PEND-SORTED
    PERFORM WITH TEST BEFORE UNTIL end-of-file
        READ PEND-SORTED
            AT END SET end-of-file TO TRUE
            NOT AT END
                ADD 1 TO ws-read-count
                IF pn-pending
                    PERFORM report-waiting-change
                END-IF
        END-READ
    END-PERFORM
    CLOSE PEND-SORTED
END-IF

MOVE SPACES TO ws-report-text
PERFORM write-report-line
MOVE SPACES TO ws-report-text
STRING "WAITING " ws-waiting-count "   MISSED PAY DAY " ws-missed-count
    "   DUE BY PAY DAY " ws-due-count
    DELIMITED BY SIZE INTO ws-report-text
PERFORM write-report-line
CLOSE PEND-RPT
DISPLAY "PENDRPT: " ws-waiting-count " change(s) waiting for "
    "approval, " ws-missed-count " through a pay day, "
    ws-due-count " due by the next"

INITIALIZE ws-ops-counts
MOVE ws-read-count TO ws-ops-read
MOVE ws-waiting-count TO ws-ops-written
MOVE ws-missed-count TO ws-ops-rejected
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

MOVE ws-return-code TO ws-rs-rc
CALL "RUNSTATE" USING ws-ops-program ws-rs-done
    ws-rs-rc ws-rs-disp

IF ws-return-code NOT = 0
    MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> the latest pay date the change has waited through, if any, else
*> how close the next one is
report-waiting-change.
    ADD 1 TO ws-waiting-count
    COMPUTE ws-age-days =
        ws-bus-day-no - FUNCTION INTEGER-OF-DATE(pn-keyed-date)
    MOVE 0 TO ws-missed-pay-date
    PERFORM VARYING ws-cal-idx FROM 1 BY 1
            UNTIL ws-cal-idx > ws-cal-count
        IF ws-cal-pay-date(ws-cal-idx) > pn-keyed-date
                AND ws-cal-pay-date(ws-cal-idx) <= ws-bus-date
                AND ws-cal-pay-date(ws-cal-idx) > ws-missed-pay-date
            MOVE ws-cal-pay-date(ws-cal-idx) TO ws-missed-pay-date
        END-IF
    END-PERFORM
    MOVE SPACES TO ws-flag-text
    EVALUATE TRUE
        WHEN ws-missed-pay-date > 0
            ADD 1 TO ws-missed-count
            STRING "MISSED PAY DAY " ws-missed-pay-date
                DELIMITED BY SIZE INTO ws-flag-text
        WHEN ws-next-pay-date > 0
            COMPUTE ws-days-to-pay =
                FUNCTION INTEGER-OF-DATE(ws-next-pay-date)
                - ws-bus-day-no
            IF ws-days-to-pay <= ws-warn-days
                ADD 1 TO ws-due-count
                STRING "DUE BY PAY DAY " ws-next-pay-date
                    DELIMITED BY SIZE INTO ws-flag-text
            END-IF
    END-EVALUATE
    MOVE SPACES TO ws-report-text
    STRING pn-master " " pn-ident "   " pn-keyed-date " " pn-maker
        " " pn-program " " pn-action "  " ws-age-days " "
        ws-flag-text
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line.

*> no pay calendar on file means no pay date to flag against
load-pay-calendar.
    OPEN INPUT PAY-CAL
    IF ws-cal-status = "00"
        PERFORM WITH TEST BEFORE UNTIL end-of-file
            READ PAY-CAL
                AT END SET end-of-file TO TRUE
                NOT AT END
                    IF pc-pay-date IS NUMERIC
                        PERFORM note-pay-date
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PAY-CAL
    END-IF
    MOVE "N" TO ws-eof-flag.

note-pay-date.
    IF ws-cal-count < 200
        ADD 1 TO ws-cal-count
        MOVE pc-pay-date TO ws-cal-pay-date(ws-cal-count)
        IF pc-pay-date >= ws-bus-date
                AND (ws-next-pay-date = 0
                     OR pc-pay-date < ws-next-pay-date)
            MOVE pc-pay-date TO ws-next-pay-date
        END-IF
    ELSE
        DISPLAY "PENDRPT: more pay dates than the calendar "
            "table holds - line for " pc-pay-date " ignored"
        MOVE 8 TO ws-return-code
    END-IF.

write-report-line.
    MOVE ws-report-text TO pend-rpt-line
    WRITE pend-rpt-line.

*> first call of the run: already complete for this business
*> date means the whole step skips - that is how a restarted
*> dailyrun resumes at the first incomplete step
check-run-state-or-skip.
    CALL "RUNSTATE" USING ws-ops-program ws-rs-check
        ws-rs-rc ws-rs-disp
    IF ws-rs-disp = "S"
        DISPLAY "PENDRPT already complete for this "
            "business date - skipped (PARM FORCE re-runs)"
        STOP RUN
    END-IF.
