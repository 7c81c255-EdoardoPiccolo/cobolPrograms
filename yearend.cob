*> A JCL PARM of YYYY closes that year; no PARM closes the year
*> before the business date's. A year already closed is refused -
*> the archive never carries a year twice.
*>
*> The no-PARM close is a nightly step on the job schedule
*> (jobsched.ctl), run on its calendar trigger and skipped any other
*> night through the RUNSTATE check; a year a supervisor already
*> closed by hand is then simply nothing to do.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
COPY PAYROLLYTD.

FD YTD-ARCHIVE.
01 ytd-archive-rec PIC X(121).

FD ARCHIVE-KEEP.
01 archive-keep-rec PIC X(121).

FD YTDCLOSE-CTL.
01 ytdclose-ctl-rec.
    88 no-more-records VALUE "Y".

01 ws-parm PIC 9(4) VALUE 0.
01 ws-cmdline PIC X(80) VALUE SPACES.
01 ws-scheduled-flag PIC X VALUE "N".
    88 scheduled-run VALUE "Y".
01 ws-bus-date PIC 9(8) VALUE 0.
01 ws-close-year PIC 9(4) VALUE 0.
01 ws-archived-flag PIC X VALUE "N".

01 ws-return-code PIC 9(4) VALUE 0.

*> job-stream run-state handshake (RUNSTATE) - the scheduled run
*> skips when already complete for the business date or off its
*> calendar trigger (PARM FORCE re-runs it)
01 ws-rs-check PIC X VALUE "C".
01 ws-rs-done  PIC X VALUE "D".
01 ws-rs-rc    PIC 9(4) VALUE 0.
01 ws-rs-disp  PIC X VALUE "R".

*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.
01 ws-ops-program PIC X(10) VALUE "YEAREND".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
ACCEPT ws-cmdline FROM COMMAND-LINE
IF ws-cmdline = SPACES
    MOVE "Y" TO ws-scheduled-flag
    PERFORM check-run-state-or-skip
END-IF

CALL "BUSDATE" USING ws-bus-date
ACCEPT ws-parm FROM COMMAND-LINE
IF ws-parm IS NUMERIC AND ws-parm > 0
IF year-already-closed
    DISPLAY "YEAREND: " ws-close-year " is already closed - "
        "nothing to do"
    IF scheduled-run
        INITIALIZE ws-ops-counts
        CALL "OPSLOG" USING ws-ops-program ws-ops-counts
            ws-return-code
        PERFORM record-run-complete
    END-IF
    STOP RUN
END-IF

CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

IF scheduled-run
    PERFORM record-run-complete
END-IF

IF ws-return-code NOT = 0
    MOVE 8 TO RETURN-CODE
END-IF
    MOVE ws-close-year TO ctl-closed-year
    WRITE ytdclose-ctl-rec
    CLOSE YTDCLOSE-CTL.

*> first call of the scheduled run: already complete for this
*> business date means the whole step skips - that is how a
*> restarted dailyrun resumes at the first incomplete step - and off
*> its calendar trigger (jobsched.ctl) the step skips as well
check-run-state-or-skip.
    CALL "RUNSTATE" USING ws-ops-program ws-rs-check
        ws-rs-rc ws-rs-disp
    IF ws-rs-disp = "S"
        DISPLAY "YEAREND already complete for this "
            "business date - skipped (PARM FORCE re-runs)"
        STOP RUN
    END-IF
    IF ws-rs-disp = "N"
        DISPLAY "YEAREND not scheduled for this business "
            "date - skipped (PARM FORCE runs it)"
        STOP RUN
    END-IF.

record-run-complete.
    MOVE ws-return-code TO ws-rs-rc
    CALL "RUNSTATE" USING ws-ops-program ws-rs-done
        ws-rs-rc ws-rs-disp.
