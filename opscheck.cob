*> plus the batch programs), reads the ops log for the checked
*> business date, and reports BY EXCEPTION: programs that never ran,
*> ran with a nonzero RC, ran out of order, or ran more than once -
*> ending with a single GREEN/RED verdict line. A step restarted
*> mid-file from its checkpoint (CHKPOINT) is noted with the record
*> it resumed after - worth knowing, but no exception.
*>
*> The checked day's log lines then roll off to the archive file
*> (each line already carries its business date), leaving the live
*> dailyopslog.dat holding only the current day. The checked date
*> defaults to the business day BEFORE the business date - setdate
*> has usually advanced the date by the time the morning check runs
*> - and a JCL PARM of YYYYMMDD checks any other day.
*>
*> A periodic job on the job schedule (jobsched.ctl) is expected
*> only on the business dates its calendar trigger fell on (BUSCAL) -
*> any other night its absence is no exception.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE SECTION.
FD DAILY-OPS-LOG.
*> same fixed record OPSLOG writes: timestamp, business date,
*> operator, program, read/written/rejected counts, amount, RC and
*> the record a restarted run resumed after
01 ops-log-line.
    02 ol-timestamp PIC X(21).
    02 ol-bus-date  PIC 9(8).
    02 ol-rejected  PIC 9(7).
    02 ol-amount    PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    02 ol-rc        PIC 9(4).
    02 ol-restart   PIC 9(7).

FD EXPECTED-CTL.
01 expected-ctl-rec.
01 opscheck-line PIC X(70).

FD OPSLOG-ARCHIVE.
01 opslog-archive-rec PIC X(95).

FD OPSLOG-KEEP.
01 opslog-keep-rec PIC X(95).

WORKING-STORAGE SECTION.
01 ws-log-status  PIC XX VALUE "00".
01 ws-parm PIC 9(8) VALUE 0.
01 ws-bus-date PIC 9(8) VALUE 0.
01 ws-check-date PIC 9(8) VALUE 0.
*> shop business calendar (BUSCAL)
01 ws-cal-mode    PIC X VALUE "P".
01 ws-cal-program PIC X(10) VALUE SPACES.
01 ws-cal-flag    PIC X VALUE SPACE.
01 ws-cal-result  PIC 9(8) VALUE 0.

*> the expected sequence, with what the log actually showed per
*> program: how many times it ran, where its first run arrived in
        03 ws-exp-runs    PIC 9(3).
        03 ws-exp-arrival PIC 9(5).
        03 ws-exp-worst-rc PIC 9(4).
*> N = a calendar job not scheduled on the checked date
        03 ws-exp-sched   PIC X.
01 ws-arrival-counter PIC 9(5) VALUE 0.
01 ws-line-rc PIC 9(4) VALUE 0.
01 ws-prior-arrival PIC 9(5) VALUE 0.
IF ws-parm IS NUMERIC AND ws-parm > 0
    MOVE ws-parm TO ws-check-date
ELSE
    *> the morning check looks at last night - the business day
    *> before the (already advanced) business date
    CALL "BUSCAL" USING ws-cal-mode ws-bus-date ws-cal-program
        ws-check-date ws-cal-flag
END-IF
PERFORM load-expected-sequence

                    MOVE 0 TO ws-exp-runs(ws-exp-count)
                    MOVE 0 TO ws-exp-arrival(ws-exp-count)
                    MOVE 0 TO ws-exp-worst-rc(ws-exp-count)
                    MOVE "S" TO ws-cal-mode
                    CALL "BUSCAL" USING ws-cal-mode ws-check-date
                        ctl-program ws-cal-result
                        ws-exp-sched(ws-exp-count)
            END-READ
        END-PERFORM
        CLOSE EXPECTED-CTL
    IF ol-operator = "BATCH"
        ADD 1 TO ws-arrival-counter
    END-IF
    IF ol-restart IS NUMERIC AND ol-restart > 0
        MOVE SPACES TO ws-report-text
        STRING ol-program " RESTARTED AFTER RECORD " ol-restart
            DELIMITED BY SIZE INTO ws-report-text
        PERFORM write-report-line
    END-IF
    IF ol-rc IS NUMERIC
        MOVE ol-rc TO ws-line-rc
    ELSE
    PERFORM VARYING ws-exp-idx FROM 1 BY 1
            UNTIL ws-exp-idx > ws-exp-count
        EVALUATE TRUE
            WHEN ws-exp-runs(ws-exp-idx) = 0
                    AND ws-exp-sched(ws-exp-idx) = "N"
                CONTINUE
            WHEN ws-exp-runs(ws-exp-idx) = 0
                ADD 1 TO ws-exception-count
                MOVE SPACES TO ws-report-text
