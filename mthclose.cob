*>                         logged with who did it
*>
*> The control file is append-only; the close/reopen history stays.
*>
*> The no-PARM close is a nightly step on the job schedule
*> (jobsched.ctl), run on its calendar trigger and skipped any other
*> night through the RUNSTATE check; a month a supervisor already
*> closed by hand is then simply nothing to do, not a failed night.
*>
*> A month is not closed until its accrued wages are proven: the
*> WAGEACCR file must carry the month's header, and the A lines and
*> the R lines must each foot to the header's wages and employer
*> FICA - no accrual, or one that would not reverse out to the
*> penny, refuses the close (RC=8). A file already rewritten for a
*> later month means this month's accrual has been superseded and
*> reversed; the close goes ahead with a note.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-session-status.

    *> month-end accrued wages - see wageaccr.cob
    SELECT WAGE-ACCR ASSIGN TO "data/wageaccr.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-accr-status.

    SELECT CLOSE-RPT ASSIGN TO "data/mthclose.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-rpt-status.
    02 ph-ident  PIC 9(3).
    02 ph-date   PIC 9(8).
    02 ph-amount PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    02 ph-source PIC X.

FD PERIOD-CTL.
*> same layout PERIODCHK reads back
01 op-session-rec.
    02 os-operator PIC X(8).

FD WAGE-ACCR.
*> shared with wageaccr.cob and glextract.cob - see
*> copybooks/WAGEACCR.cpy
COPY WAGEACCR.

FD CLOSE-RPT.
01 close-rpt-line PIC X(70).

01 ws-supv-status    PIC XX VALUE "00".
01 ws-session-status PIC XX VALUE "00".
01 ws-rpt-status     PIC XX VALUE "00".
01 ws-accr-status    PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 end-of-file VALUE "Y".

01 ws-cmdline PIC X(80) VALUE SPACES.
01 ws-scheduled-flag PIC X VALUE "N".
    88 scheduled-run VALUE "Y".
01 ws-parm-period PIC X(6) VALUE SPACES.
01 ws-parm-mode   PIC X(8) VALUE SPACES.
01 ws-run-mode-flag PIC X VALUE "C".
01 ws-month-count   PIC 9(7) VALUE 0.
01 ws-month-debits  PIC 9(9)V99 VALUE 0.
01 ws-month-credits PIC 9(9)V99 VALUE 0.

*> the month's accrued-wages proof - header against A and R lines
01 ws-accr-flag PIC X VALUE "N".
    88 accrual-proven VALUE "Y".
01 ws-accr-header-flag PIC X VALUE "N".
    88 accrual-header-found VALUE "Y".
01 ws-accr-file-period PIC 9(6) VALUE 0.
01 ws-hdr-wages  PIC 9(9)V99 VALUE 0.
01 ws-hdr-fica   PIC 9(9)V99 VALUE 0.
01 ws-accr-wages PIC 9(9)V99 VALUE 0.
01 ws-accr-fica  PIC 9(9)V99 VALUE 0.
01 ws-rev-wages  PIC 9(9)V99 VALUE 0.
01 ws-rev-fica   PIC 9(9)V99 VALUE 0.
01 ws-report-text PIC X(70).
01 ws-timestamp PIC X(21).

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
01 ws-ops-program PIC X(10) VALUE "MTHCLOSE".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
ACCEPT ws-cmdline FROM COMMAND-LINE
IF ws-cmdline = SPACES
    MOVE "Y" TO ws-scheduled-flag
    PERFORM check-run-state-or-skip
END-IF

CALL "BUSDATE" USING ws-bus-date
MOVE FUNCTION CURRENT-DATE TO ws-timestamp
PERFORM read-operator-session

UNSTRING ws-cmdline DELIMITED BY ALL " "
    INTO ws-parm-period ws-parm-mode
END-UNSTRING

INITIALIZE ws-ops-counts
MOVE ws-month-count TO ws-ops-read
IF ws-return-code = 0 AND NOT (scheduled-run AND period-is-closed)
    MOVE 1 TO ws-ops-written
END-IF
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

IF scheduled-run
    MOVE ws-return-code TO ws-rs-rc
    CALL "RUNSTATE" USING ws-ops-program ws-rs-done
        ws-rs-rc ws-rs-disp
END-IF

IF ws-return-code NOT = 0
    MOVE 8 TO RETURN-CODE
END-IF
    IF period-is-closed
        DISPLAY "MTHCLOSE: period " ws-work-period
            " is already closed - nothing to do"
        IF NOT scheduled-run
            MOVE 8 TO ws-return-code
        END-IF
    ELSE
        PERFORM check-wage-accrual
        IF accrual-proven
            PERFORM summarize-month
            PERFORM append-period-line-c
            DISPLAY "MTHCLOSE: period " ws-work-period " closed - "
                ws-month-count " posting(s), debits "
                ws-month-debits " credits " ws-month-credits
        ELSE
            MOVE 8 TO ws-return-code
        END-IF
    END-IF.

*> the month's header, and every A and R line for the month footed
*> against it - the file holds one month at a time
check-wage-accrual.
    MOVE "N" TO ws-accr-flag
    MOVE "N" TO ws-eof-flag
    OPEN INPUT WAGE-ACCR
    EVALUATE TRUE
        WHEN ws-accr-status = "00"
            CONTINUE
        WHEN ws-accr-status = "35"
            SET end-of-file TO TRUE
        WHEN OTHER
            MOVE "WAGE-ACCR" TO ws-io-file
            MOVE "OPEN-IN" TO ws-io-op
            CALL "IOERROR" USING ws-ops-program ws-io-file
                ws-io-op ws-accr-status
            STOP RUN
    END-EVALUATE
    PERFORM WITH TEST BEFORE UNTIL end-of-file
        READ WAGE-ACCR
            AT END SET end-of-file TO TRUE
            NOT AT END
                PERFORM take-accrual-line
        END-READ
    END-PERFORM
    IF ws-accr-status NOT = "35"
        CLOSE WAGE-ACCR
    END-IF
    MOVE "N" TO ws-eof-flag

    EVALUATE TRUE
        WHEN ws-accr-file-period > ws-work-period
            DISPLAY "MTHCLOSE: accrued wages file now holds period "
                ws-accr-file-period " - " ws-work-period
                " accrual already reversed"
            MOVE "Y" TO ws-accr-flag
        WHEN NOT accrual-header-found
            DISPLAY "MTHCLOSE: no accrued wages on file for period "
                ws-work-period " - run WAGEACCR; close refused"
        WHEN ws-accr-wages NOT = ws-hdr-wages
                OR ws-accr-fica NOT = ws-hdr-fica
                OR ws-rev-wages NOT = ws-accr-wages
                OR ws-rev-fica NOT = ws-accr-fica
            DISPLAY "MTHCLOSE: accrued wages for period "
                ws-work-period " do not balance - header "
                ws-hdr-wages "/" ws-hdr-fica " accrual "
                ws-accr-wages "/" ws-accr-fica " reversal "
                ws-rev-wages "/" ws-rev-fica "; close refused"
        WHEN OTHER
            MOVE "Y" TO ws-accr-flag
    END-EVALUATE.

take-accrual-line.
    IF wa-header
        MOVE wa-period TO ws-accr-file-period
    END-IF
    IF wa-period = ws-work-period
        EVALUATE TRUE
            WHEN wa-header
                MOVE "Y" TO ws-accr-header-flag
                MOVE wa-wages TO ws-hdr-wages
                MOVE wa-empr-fica TO ws-hdr-fica
            WHEN wa-accrual
                ADD wa-wages TO ws-accr-wages
                ADD wa-empr-fica TO ws-accr-fica
            WHEN wa-reversal
                ADD wa-wages TO ws-rev-wages
                ADD wa-empr-fica TO ws-rev-fica
        END-EVALUATE
    END-IF.

summarize-month.
        " CREDITS " ws-month-credits
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line

    MOVE SPACES TO ws-report-text
    IF accrual-header-found
        STRING "ACCRUED WAGES " ws-hdr-wages
            " EMPLOYER FICA " ws-hdr-fica " REVERSED"
            DELIMITED BY SIZE INTO ws-report-text
    ELSE
        STRING "ACCRUED WAGES SUPERSEDED BY PERIOD "
            ws-accr-file-period
            DELIMITED BY SIZE INTO ws-report-text
    END-IF
    PERFORM write-report-line
    CLOSE CLOSE-RPT.

*> only a listed supervisor reopens, and the who/when goes on the
        END-READ
        CLOSE OP-SESSION
    END-IF.

*> first call of the scheduled run: already complete for this
*> business date means the whole step skips - that is how a
*> restarted dailyrun resumes at the first incomplete step - and off
*> its calendar trigger (jobsched.ctl) the step skips as well
check-run-state-or-skip.
    CALL "RUNSTATE" USING ws-ops-program ws-rs-check
        ws-rs-rc ws-rs-disp
    IF ws-rs-disp = "S"
        DISPLAY "MTHCLOSE already complete for this "
            "business date - skipped (PARM FORCE re-runs)"
        STOP RUN
    END-IF
    IF ws-rs-disp = "N"
        DISPLAY "MTHCLOSE not scheduled for this business "
            "date - skipped (PARM FORCE runs it)"
        STOP RUN
    END-IF.
