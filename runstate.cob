*>       overrides the skip for a genuine same-day rerun.
*>   mode D (done, at end)       - records completion and the RC.
*>
*> A periodic job on the job schedule (jobsched.ctl - ACCTSTMT,
*> MTHCLOSE, QTRTAX and the rest) sits in the nightly stream like
*> any other step, and the check also hands back N (not scheduled)
*> on any business date that is not its calendar trigger (BUSCAL) -
*> month end, quarter end, year end or the nth business day - with
*> no start record written. The calendar governs only a step run
*> with no PARM at all: a PARM (a period, a date, FORCE) is an
*> operator running the job on purpose, and it runs.
*>
*> A step that abended leaves only its start record, so the next
*> run's check answers run and the step re-executes. The file is
*> append-only, one line per event - the history of the night is on
01 ws-force-count PIC 9(2) VALUE 0.
01 ws-forced-flag PIC X VALUE "N".
    88 force-rerun VALUE "Y".
*> shop business calendar (BUSCAL) - Y the step's trigger is met
*> tonight, N it is not, space the step is not a calendar job
01 ws-cal-mode    PIC X VALUE "S".
01 ws-cal-result  PIC 9(8) VALUE 0.
01 ws-cal-flag    PIC X VALUE SPACE.
    88 not-scheduled-today VALUE "N".
01 ws-module-name PIC X(10) VALUE "RUNSTATE".
*> see ioerror.cob - re-asserted at GOBACK so an earlier I/O error
*> survives this call's own RETURN-CODE propagation
check-step-state.
    PERFORM scan-for-completion
    PERFORM scan-for-force
    MOVE SPACE TO ws-cal-flag
    IF ws-cmdline = SPACES
        CALL "BUSCAL" USING ws-cal-mode ws-bus-date LK-PROGRAM-NAME
            ws-cal-result ws-cal-flag
    END-IF

    EVALUATE TRUE
        WHEN step-complete AND NOT force-rerun
            MOVE "S" TO LK-DISPOSITION
        WHEN not-scheduled-today
            MOVE "N" TO LK-DISPOSITION
        WHEN OTHER
            PERFORM append-state-record-started
            MOVE "R" TO LK-DISPOSITION
    END-EVALUATE.

scan-for-completion.
    MOVE "N" TO ws-complete-flag
