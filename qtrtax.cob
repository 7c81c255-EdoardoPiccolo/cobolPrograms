*> in one pass, buckets every line of the filing year into its
*> quarter by pl-date (CHECKVOID reversals subtract back out of
*> their own quarter), and prints the requested quarter's gross,
*> FICA and withholding per employee and company-wide, then each
*> state's wages and state income tax withheld for its own return.
*>
*> Before anything is filed the four quarters are cross-footed to
*> the PAYROLL-YTD master: an employee whose quarters don't sum to
*> same width retention.cob writes the archive with - a shorter
*> read here would truncate the trailing log fields
FD PAYROLL-ARC.
01 payroll-arc-rec PIC X(120).

FD PAYROLL-YTD.
COPY PAYROLLYTD.
            04 ws-emp-gross PIC S9(7)V99.
            04 ws-emp-fica  PIC S9(7)V99.
            04 ws-emp-wh    PIC S9(7)V99.
            04 ws-emp-st-wh PIC S9(7)V99.
01 ws-found-idx PIC 9(3) VALUE 0.
01 ws-table-full-flag PIC X VALUE "N".
    88 emp-table-full VALUE "Y".
01 ws-sum-gross PIC S9(9)V99 VALUE 0.
01 ws-sum-fica  PIC S9(9)V99 VALUE 0.
01 ws-sum-wh    PIC S9(9)V99 VALUE 0.
01 ws-sum-st-wh PIC S9(9)V99 VALUE 0.
01 ws-ytd-st-wh PIC S9(9)V99 VALUE 0.
01 ws-st-slot   PIC 9 VALUE 0.
01 ws-qx PIC 9 VALUE 0.

01 ws-co-gross PIC S9(9)V99 VALUE 0.
01 ws-co-fica  PIC S9(9)V99 VALUE 0.
01 ws-co-wh    PIC S9(9)V99 VALUE 0.

*> company-wide state buckets - each state files its own return,
*> so wages and tax are kept by state code within the quarter
01 ws-state-count PIC 99 VALUE 0.
01 ws-state-table.
    02 ws-state-entry OCCURS 20 TIMES
            INDEXED BY ws-state-idx.
        03 ws-state-code PIC X(2).
        03 ws-state-qtr OCCURS 4 TIMES.
            04 ws-state-wages PIC S9(7)V99.
            04 ws-state-tax   PIC S9(7)V99.
01 ws-found-state PIC 99 VALUE 0.
01 ws-state-full-flag PIC X VALUE "N".
    88 state-table-full VALUE "Y".

01 ws-emp-name PIC X(20) VALUE SPACES.
01 ws-report-text PIC X(70).
01 ws-line-count PIC 9(7) VALUE 0.
    PERFORM write-report-line
    MOVE 8 TO ws-return-code
ELSE
    IF state-table-full
        DISPLAY "QTRTAX: more states on the year's log than the "
            "table holds - state totals are short"
        MOVE 8 TO ws-return-code
    END-IF
    OPEN INPUT CUSTOMER-MASTER
    IF ws-cust-status = "00"
        MOVE "Y" TO ws-cust-open-flag
                    ws-emp-fica(ws-found-idx ws-line-qtr)
                SUBTRACT pl-withholding FROM
                    ws-emp-wh(ws-found-idx ws-line-qtr)
                IF pl-state NOT = SPACES
                    SUBTRACT pl-state-wh FROM
                        ws-emp-st-wh(ws-found-idx ws-line-qtr)
                END-IF
            ELSE
                ADD pl-gross TO
                    ws-emp-gross(ws-found-idx ws-line-qtr)
                    ws-emp-fica(ws-found-idx ws-line-qtr)
                ADD pl-withholding TO
                    ws-emp-wh(ws-found-idx ws-line-qtr)
                IF pl-state NOT = SPACES
                    ADD pl-state-wh TO
                        ws-emp-st-wh(ws-found-idx ws-line-qtr)
                END-IF
            END-IF
        END-IF
        IF pl-state NOT = SPACES
            PERFORM bucket-state-line
        END-IF
    END-IF.

*> the same line into its state's quarter - lines written before
*> state tax was withheld carry no state and stay out
bucket-state-line.
    MOVE 0 TO ws-found-state
    PERFORM VARYING ws-state-idx FROM 1 BY 1
            UNTIL ws-state-idx > ws-state-count
        IF pl-state = ws-state-code(ws-state-idx)
            MOVE ws-state-idx TO ws-found-state
            SET ws-state-idx TO ws-state-count
        END-IF
    END-PERFORM
    IF ws-found-state = 0
        IF ws-state-count < 20
            ADD 1 TO ws-state-count
            MOVE ws-state-count TO ws-found-state
            MOVE pl-state TO ws-state-code(ws-state-count)
            PERFORM VARYING ws-qx FROM 1 BY 1 UNTIL ws-qx > 4
                MOVE 0 TO ws-state-wages(ws-state-count ws-qx)
                MOVE 0 TO ws-state-tax(ws-state-count ws-qx)
            END-PERFORM
        ELSE
            MOVE "Y" TO ws-state-full-flag
        END-IF
    END-IF
    IF ws-found-state > 0
        IF pl-reversal
            SUBTRACT pl-gross FROM
                ws-state-wages(ws-found-state ws-line-qtr)
            SUBTRACT pl-state-wh FROM
                ws-state-tax(ws-found-state ws-line-qtr)
        ELSE
            ADD pl-gross TO
                ws-state-wages(ws-found-state ws-line-qtr)
            ADD pl-state-wh TO
                ws-state-tax(ws-found-state ws-line-qtr)
        END-IF
    END-IF.

find-employee-entry.
                MOVE 0 TO ws-emp-gross(ws-emp-count ws-qx)
                MOVE 0 TO ws-emp-fica(ws-emp-count ws-qx)
                MOVE 0 TO ws-emp-wh(ws-emp-count ws-qx)
                MOVE 0 TO ws-emp-st-wh(ws-emp-count ws-qx)
            END-PERFORM
        ELSE
            MOVE "Y" TO ws-table-full-flag
        " FICA " ws-co-fica
        " WH " ws-co-wh
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line

    *> one line per state return - wages are the gross of the
    *> checks withheld for that state
    PERFORM VARYING ws-state-idx FROM 1 BY 1
            UNTIL ws-state-idx > ws-state-count
        IF ws-state-wages(ws-state-idx ws-report-qtr) NOT = 0
                OR ws-state-tax(ws-state-idx ws-report-qtr) NOT = 0
            MOVE SPACES TO ws-report-text
            STRING "STATE " ws-state-code(ws-state-idx)
                " WAGES " ws-state-wages(ws-state-idx ws-report-qtr)
                " STATE TAX " ws-state-tax(ws-state-idx ws-report-qtr)
                DELIMITED BY SIZE INTO ws-report-text
            PERFORM write-report-line
        END-IF
    END-PERFORM.

*> the cross-foot, both directions: every employee on the log must
*> sum to their YTD record, and every current-year YTD record with
    END-IF.

prove-one-employee.
    MOVE 0 TO ws-sum-gross ws-sum-fica ws-sum-wh ws-sum-st-wh
    PERFORM VARYING ws-qx FROM 1 BY 1 UNTIL ws-qx > 4
        ADD ws-emp-gross(ws-emp-idx ws-qx) TO ws-sum-gross
        ADD ws-emp-fica(ws-emp-idx ws-qx) TO ws-sum-fica
        ADD ws-emp-wh(ws-emp-idx ws-qx) TO ws-sum-wh
        ADD ws-emp-st-wh(ws-emp-idx ws-qx) TO ws-sum-st-wh
    END-PERFORM

    MOVE "N" TO ws-ytd-found-flag
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE "Y" TO ws-ytd-found-flag
    END-READ
    *> state tax withheld across all the year's states
    MOVE 0 TO ws-ytd-st-wh
    IF ytd-on-file
        PERFORM VARYING ws-st-slot FROM 1 BY 1 UNTIL ws-st-slot > 3
            IF ytd-st-code(ws-st-slot) NOT = SPACES
                ADD ytd-st-wh(ws-st-slot) TO ws-ytd-st-wh
            END-IF
        END-PERFORM
    END-IF

    EVALUATE TRUE
        WHEN NOT ytd-on-file
                " YTD " ytd-gross " - DO NOT FILE"
                DELIMITED BY SIZE INTO ws-report-text
            PERFORM write-report-line
        WHEN ws-sum-st-wh NOT = ws-ytd-st-wh
            ADD 1 TO ws-excp-count
            MOVE SPACES TO ws-report-text
            STRING "EXCEPTION EMP " ws-emp-ident(ws-emp-idx)
                " STATE TAX " ws-sum-st-wh
                " YTD " ws-ytd-st-wh " - DO NOT FILE"
                DELIMITED BY SIZE INTO ws-report-text
            PERFORM write-report-line
    END-EVALUATE.

*> same START/READ NEXT sweep ssnrecon.cob uses - a current-year

*> first call of the run: already complete for this business
*> date means the whole step skips - that is how a restarted
*> dailyrun resumes at the first incomplete step; off its calendar
*> trigger (jobsched.ctl) the nightly step skips as well
check-run-state-or-skip.
    CALL "RUNSTATE" USING ws-ops-program ws-rs-check
        ws-rs-rc ws-rs-disp
        DISPLAY "QTRTAX already complete for this "
            "business date - skipped (PARM FORCE re-runs)"
        STOP RUN
    END-IF
    IF ws-rs-disp = "N"
        DISPLAY "QTRTAX not scheduled for this business "
            "date - skipped (PARM FORCE runs it)"
        STOP RUN
    END-IF.
