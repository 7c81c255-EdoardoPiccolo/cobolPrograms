*> every fee into a table, and the updates happen after the sweep
*> ends - writing new periods into a file being swept would put
*> them in front of the read cursor. Every fee assessed lists on
*> the report with control totals, and goes on the receivables
*> activity journal (ARJRNL) for the GL feed.
*>
*> feepolicy.ctl: type (F flat / P percent of the open amount),
*> flat amount, percent, grace days, per-account fee cap (zero =
01 ws-report-text PIC X(70).
01 ws-posted-count PIC 9(5) VALUE 0.
01 ws-posted-total PIC 9(9)V99 VALUE 0.
*> the receivables activity journal line for one fee
01 ws-jrnl-activity PIC X(4) VALUE "LATE".
01 ws-jrnl-amount   PIC 9(7)V99 VALUE 0.

01 ws-return-code PIC 9(4) VALUE 0.


    *> only a scheduled period draws a fee, once, after the grace
    *> window closes - noted here, decided at group end
    IF NOT am-paid AND NOT am-charged-off AND NOT am-late-fee
            AND NOT am-restructured
            AND NOT am-fee-assessed
            AND am-due-date < ws-run-date
        COMPUTE ws-due-day-no =
    IF ws-return-code = 0
        ADD 1 TO ws-posted-count
        ADD ws-tbl-fee(ws-fee-idx) TO ws-posted-total
        MOVE ws-tbl-fee(ws-fee-idx) TO ws-jrnl-amount
        CALL "ARJRNL" USING ws-ops-program ws-jrnl-activity
            ws-tbl-ident(ws-fee-idx) ws-jrnl-amount
        MOVE SPACES TO ws-report-text
        STRING "ACCT " ws-tbl-ident(ws-fee-idx)
            " PERIOD " ws-tbl-source(ws-fee-idx)

*> first call of the run: already complete for this business
*> date means the whole step skips - that is how a restarted
*> dailyrun resumes at the first incomplete step; off its calendar
*> trigger (jobsched.ctl) the nightly step skips as well
check-run-state-or-skip.
    CALL "RUNSTATE" USING ws-ops-program ws-rs-check
        ws-rs-rc ws-rs-disp
        DISPLAY "LATEFEE already complete for this "
            "business date - skipped (PARM FORCE re-runs)"
        STOP RUN
    END-IF
    IF ws-rs-disp = "N"
        DISPLAY "LATEFEE not scheduled for this business "
            "date - skipped (PARM FORCE runs it)"
        STOP RUN
    END-IF.
