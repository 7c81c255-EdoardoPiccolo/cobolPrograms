*> periods for the collections desk; the monthly management meeting
*> asks the other question, "how much of what we're owed is how
*> old". This sweeps AMORT-MASTER in key order, buckets every
*> account's open amounts (am-amount less am-paid-amt on periods
*> neither paid nor charged off) by days past am-due-date into current / 30 / 60 /
*> 90-plus columns, prints one line per account with the customer
*> name joined from CUSTOMER-MASTER, and ends with the company-wide
*> bucket totals that become the number reported upward.
            ws-acct-b60 ws-acct-b90
    END-IF

    *> a charged-off period is no longer owed to the aging
    IF NOT am-paid AND NOT am-charged-off
            AND NOT am-restructured
        COMPUTE ws-open-amt = am-amount - am-paid-amt
        IF ws-open-amt > 0
            COMPUTE ws-due-day-no =

*> first call of the run: already complete for this business
*> date means the whole step skips - that is how a restarted
*> dailyrun resumes at the first incomplete step; off its calendar
*> trigger (jobsched.ctl) the nightly step skips as well
check-run-state-or-skip.
    CALL "RUNSTATE" USING ws-ops-program ws-rs-check
        ws-rs-rc ws-rs-disp
        DISPLAY "AGINGRPT already complete for this "
            "business date - skipped (PARM FORCE re-runs)"
        STOP RUN
    END-IF
    IF ws-rs-disp = "N"
        DISPLAY "AGINGRPT not scheduled for this business "
            "date - skipped (PARM FORCE runs it)"
        STOP RUN
    END-IF.
