       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CHGOFF.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Charge-off of uncollectible amortization accounts - an account
*> DUNNING sent the final notice to just kept aging in the 90-plus
*> column of AGINGRPT forever, and management reported it as
*> collectible. This sweeps AMORT-MASTER in key order and proposes
*> every account whose oldest open period is past the charge-off
*> day count on chgoff.ctl (compiled-in default when the file is
*> missing), with the account's whole open balance - every period
*> not yet paid, due or not - as the bad debt.
*>
*>   no PARM        proposal run - the register lists each account,
*>                  its oldest open due date, days past it and the
*>                  open balance; NOTHING is stamped, for the
*>                  supervisor's sign-off
*>   PARM APPROVE   approval run - supervisor-only (the signed-on
*>                  operator must be on supervisor.ctl, the
*>                  mthclose.cob reopen rule): the same register,
*>                  and each proposed account's open periods are
*>                  stamped charged-off (am-status C), a C line with
*>                  the bad-debt amount goes on the charge-off
*>                  history, and the charge-off goes on the
*>                  receivables activity journal (ARJRNL) for the GL
*>                  feed
*>
*> A stamped period drops out of the aging, delinquency, dunning,
*> late-fee and autopay sweeps, and a payment PAYAPPLY later takes
*> in on the account is recorded as a recovery against the history
*> instead of being applied to a period. More candidate accounts
*> than the table holds stops the run before anything is stamped.
*>
*> Not a nightly step - collections runs the proposal, the
*> supervisor signs the register off and runs APPROVE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AMORT-MASTER ASSIGN TO "data/amortmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS am-key
        FILE STATUS IS ws-amort-status.

    SELECT CUSTOMER-MASTER ASSIGN TO "data/custmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ident
        ALTERNATE RECORD KEY IS custName WITH DUPLICATES
        FILE STATUS IS ws-cust-status.

    *> the charge-off day count
    SELECT CHGOFF-CTL ASSIGN TO "data/chgoff.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-ctl-status.

    *> operator ids allowed to approve a charge-off
    SELECT SUPERVISOR-CTL ASSIGN TO "data/supervisor.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-supv-status.

    SELECT OP-SESSION ASSIGN TO "data/opsession.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-session-status.

    SELECT CHGOFF-HIST ASSIGN TO "data/chgoffhist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-hist-status.

    SELECT CHGOFF-RPT ASSIGN TO "data/chgoff.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-rpt-status.

DATA DIVISION.
FILE SECTION.
FD AMORT-MASTER.
*> shared with proration.cob, payapply.cob and dunning.cob - see
*> copybooks/AMORTREC.cpy
COPY AMORTREC.

FD CUSTOMER-MASTER.
COPY CUSTREC.

FD CHGOFF-CTL.
01 chgoff-ctl-rec.
    02 cc-days PIC 9(4).

FD SUPERVISOR-CTL.
01 supervisor-ctl-rec.
    02 sc-operator PIC X(8).

FD OP-SESSION.
01 op-session-rec.
    02 os-operator PIC X(8).

FD CHGOFF-HIST.
*> shared with payapply.cob's recoveries - see
*> copybooks/CHGOFFREC.cpy
COPY CHGOFFREC.

FD CHGOFF-RPT.
01 chgoff-line PIC X(70).

WORKING-STORAGE SECTION.
01 ws-amort-status   PIC XX VALUE "00".
01 ws-cust-status    PIC XX VALUE "00".
01 ws-ctl-status     PIC XX VALUE "00".
01 ws-supv-status    PIC XX VALUE "00".
01 ws-session-status PIC XX VALUE "00".
01 ws-hist-status    PIC XX VALUE "00".
01 ws-rpt-status     PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 end-of-file VALUE "Y".
01 ws-sweep-eof-flag PIC X VALUE "N".
    88 no-more-periods VALUE "Y".
01 ws-cust-open-flag PIC X VALUE "N".
    88 cust-master-open VALUE "Y".

01 ws-cmdline PIC X(80) VALUE SPACES.
01 ws-parm-mode PIC X(8) VALUE SPACES.
01 ws-run-mode-flag PIC X VALUE "P".
    88 approve-run VALUE "A".

01 ws-operator PIC X(8) VALUE "BATCH".
01 ws-supv-flag PIC X VALUE "N".
    88 operator-is-supervisor VALUE "Y".

01 ws-bus-date PIC 9(8) VALUE 0.
01 ws-run-day-no PIC 9(7) VALUE 0.
01 ws-due-day-no PIC 9(7) VALUE 0.
01 ws-days-late  PIC S9(5) VALUE 0.
01 ws-dft-chgoff-days PIC 9(4) VALUE 180.
01 ws-chgoff-days     PIC 9(4) VALUE 0.

*> one account's open position, gathered across the key-order sweep
01 ws-acct-active-flag PIC X VALUE "N".
    88 account-open VALUE "Y".
01 ws-acct-ident PIC 9(3) VALUE 0.
01 ws-oldest-due PIC 9(8) VALUE 0.
01 ws-open-total PIC 9(9)V99 VALUE 0.
01 ws-open-amt   PIC 9(7)V99 VALUE 0.

*> the accounts proposed - held so the approval run stamps after
*> the sweep; aborts loudly when full
01 ws-cand-count PIC 9(3) VALUE 0.
01 ws-cand-table.
    02 ws-cand-entry OCCURS 500 TIMES
            INDEXED BY ws-cand-idx.
        03 ws-cand-ident  PIC 9(3).
        03 ws-cand-oldest PIC 9(8).
        03 ws-cand-days   PIC 9(5).
        03 ws-cand-open   PIC 9(7)V99.
01 ws-table-full-flag PIC X VALUE "N".
    88 cand-table-full VALUE "Y".

01 ws-stamped-amt   PIC 9(7)V99 VALUE 0.
01 ws-stamped-count PIC 9(5) VALUE 0.
01 ws-period-count  PIC 9(7) VALUE 0.
01 ws-total-open    PIC 9(9)V99 VALUE 0.
01 ws-total-charged PIC 9(9)V99 VALUE 0.
01 ws-cust-name PIC X(20) VALUE SPACES.
01 ws-money-display PIC $$$,$$$,$$9.99.
01 ws-report-text PIC X(70).

*> the receivables activity journal line for one charge-off
01 ws-jrnl-activity PIC X(4) VALUE "CHOF".
01 ws-jrnl-amount   PIC 9(7)V99 VALUE 0.

01 ws-return-code PIC 9(4) VALUE 0.

*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
01 ws-ops-program PIC X(10) VALUE "CHGOFF".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
CALL "BUSDATE" USING ws-bus-date
COMPUTE ws-run-day-no = FUNCTION INTEGER-OF-DATE(ws-bus-date)

ACCEPT ws-cmdline FROM COMMAND-LINE
UNSTRING ws-cmdline DELIMITED BY ALL " "
    INTO ws-parm-mode
END-UNSTRING
IF ws-parm-mode = "APPROVE"
    MOVE "A" TO ws-run-mode-flag
END-IF

*> an approval by anyone but a listed supervisor stamps nothing
IF approve-run
    PERFORM read-operator-session
    PERFORM check-supervisor
    IF NOT operator-is-supervisor
        DISPLAY "CHGOFF: operator " ws-operator
            " is not on supervisor.ctl - approval refused"
        MOVE 8 TO ws-return-code
        PERFORM log-and-finish
    END-IF
END-IF

PERFORM load-chgoff-days

IF approve-run
    OPEN I-O AMORT-MASTER
    MOVE "OPEN-IO" TO ws-io-op
ELSE
    OPEN INPUT AMORT-MASTER
    MOVE "OPEN-IN" TO ws-io-op
END-IF
IF ws-amort-status NOT = "00"
    IF ws-amort-status = "35"
        DISPLAY "AMORT-MASTER is missing - run "
            "INITMAST to create the shop masters"
    END-IF
    MOVE "AMORT-MASTER" TO ws-io-file
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-amort-status
    STOP RUN
END-IF

MOVE LOW-VALUES TO am-key
START AMORT-MASTER KEY IS GREATER THAN OR EQUAL am-key
    INVALID KEY SET no-more-periods TO TRUE
END-START

PERFORM WITH TEST BEFORE UNTIL no-more-periods
    READ AMORT-MASTER NEXT RECORD
        AT END
            SET no-more-periods TO TRUE
            PERFORM finish-open-account
        NOT AT END PERFORM take-in-period
    END-READ
END-PERFORM

IF cand-table-full
    DISPLAY "CHGOFF: more charge-off candidates than the table "
        "holds - nothing proposed or stamped"
    MOVE 8 TO ws-return-code
ELSE
    OPEN INPUT CUSTOMER-MASTER
    IF ws-cust-status = "00"
        MOVE "Y" TO ws-cust-open-flag
    END-IF
    IF approve-run
        OPEN EXTEND CHGOFF-HIST
        IF ws-hist-status = "35"
            OPEN OUTPUT CHGOFF-HIST
        END-IF
        IF ws-hist-status NOT = "00"
            MOVE "CHGOFF-HIST" TO ws-io-file
            MOVE "OPEN-EXT" TO ws-io-op
            CALL "IOERROR" USING ws-ops-program ws-io-file
                ws-io-op ws-hist-status
            STOP RUN
        END-IF
    END-IF
    PERFORM write-register
    IF approve-run
        CLOSE CHGOFF-HIST
    END-IF
    IF cust-master-open
        CLOSE CUSTOMER-MASTER
    END-IF
END-IF

IF ws-amort-status = "00" OR ws-amort-status = "10"
    CLOSE AMORT-MASTER
END-IF

IF approve-run
    DISPLAY "CHGOFF: " ws-stamped-count " account(s) charged off "
        ws-total-charged " - approved by " ws-operator
ELSE
    DISPLAY "CHGOFF: " ws-cand-count " account(s) proposed "
        ws-total-open " - nothing stamped (PARM APPROVE charges off)"
END-IF

PERFORM log-and-finish.

*> the ops-log line and the step completion code - also the way
*> out of a refused approval
log-and-finish.
    INITIALIZE ws-ops-counts
    MOVE ws-period-count TO ws-ops-read
    IF approve-run
        MOVE ws-stamped-count TO ws-ops-written
        MOVE ws-total-charged TO ws-ops-amount
    ELSE
        MOVE ws-cand-count TO ws-ops-written
        MOVE ws-total-open TO ws-ops-amount
    END-IF
    CALL "OPSLOG" USING ws-ops-program ws-ops-counts
        ws-return-code

    IF ws-return-code NOT = 0
        MOVE 8 TO RETURN-CODE
    END-IF

    STOP RUN.

*> chgoff.ctl may be missing on a fresh system - the compiled-in
*> day count stands in
load-chgoff-days.
    MOVE ws-dft-chgoff-days TO ws-chgoff-days
    OPEN INPUT CHGOFF-CTL
    IF ws-ctl-status = "00"
        READ CHGOFF-CTL
            AT END CONTINUE
            NOT AT END
                IF cc-days IS NUMERIC AND cc-days > 0
                    MOVE cc-days TO ws-chgoff-days
                END-IF
        END-READ
        CLOSE CHGOFF-CTL
    END-IF.

*> one schedule period onto the open account group - a new ident
*> settles the account that was building first
take-in-period.
    ADD 1 TO ws-period-count
    IF account-open AND am-ident NOT = ws-acct-ident
        PERFORM finish-open-account
    END-IF
    IF NOT account-open
        MOVE "Y" TO ws-acct-active-flag
        MOVE am-ident TO ws-acct-ident
        MOVE 0 TO ws-oldest-due
        MOVE 0 TO ws-open-total
    END-IF

    *> the whole open balance goes, due or not - the oldest due
    *> date alone decides whether the account qualifies
    IF NOT am-paid AND NOT am-charged-off
            AND NOT am-restructured
        COMPUTE ws-open-amt = am-amount - am-paid-amt
        IF ws-open-amt > 0
            ADD ws-open-amt TO ws-open-total
            IF ws-oldest-due = 0 OR am-due-date < ws-oldest-due
                MOVE am-due-date TO ws-oldest-due
            END-IF
        END-IF
    END-IF.

finish-open-account.
    IF account-open
        IF ws-oldest-due > 0
            COMPUTE ws-due-day-no =
                FUNCTION INTEGER-OF-DATE(ws-oldest-due)
            COMPUTE ws-days-late = ws-run-day-no - ws-due-day-no
            IF ws-days-late >= ws-chgoff-days
                PERFORM add-candidate
            END-IF
        END-IF
        MOVE "N" TO ws-acct-active-flag
    END-IF.

add-candidate.
    IF ws-cand-count < 500
        ADD 1 TO ws-cand-count
        MOVE ws-acct-ident TO ws-cand-ident(ws-cand-count)
        MOVE ws-oldest-due TO ws-cand-oldest(ws-cand-count)
        MOVE ws-days-late TO ws-cand-days(ws-cand-count)
        MOVE ws-open-total TO ws-cand-open(ws-cand-count)
        ADD ws-open-total TO ws-total-open
    ELSE
        MOVE "Y" TO ws-table-full-flag
    END-IF.

*> heading, one line per account (stamped first on an approval
*> run, so the line shows what was actually charged off), totals
write-register.
    OPEN OUTPUT CHGOFF-RPT
    MOVE SPACES TO ws-report-text
    IF approve-run
        STRING "CHARGE-OFF REGISTER - APPROVED " ws-bus-date
            " BY " ws-operator
            DELIMITED BY SIZE INTO ws-report-text
    ELSE
        STRING "CHARGE-OFF REGISTER - PROPOSAL FOR " ws-bus-date
            " - NOTHING STAMPED"
            DELIMITED BY SIZE INTO ws-report-text
    END-IF
    PERFORM write-report-line
    MOVE SPACES TO ws-report-text
    STRING "OLDEST OPEN PERIOD " ws-chgoff-days " DAYS OR MORE PAST DUE"
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line
    MOVE SPACES TO ws-report-text
    PERFORM write-report-line

    PERFORM VARYING ws-cand-idx FROM 1 BY 1
            UNTIL ws-cand-idx > ws-cand-count
        IF approve-run
            PERFORM stamp-one-account
            MOVE ws-stamped-amt TO ws-money-display
        ELSE
            MOVE ws-cand-open(ws-cand-idx) TO ws-money-display
        END-IF
        PERFORM lookup-customer-name
        MOVE SPACES TO ws-report-text
        STRING "ACCT " ws-cand-ident(ws-cand-idx) " " ws-cust-name
            " DUE " ws-cand-oldest(ws-cand-idx)
            " DAYS " ws-cand-days(ws-cand-idx)
            " " ws-money-display
            DELIMITED BY SIZE INTO ws-report-text
        PERFORM write-report-line
    END-PERFORM

    MOVE SPACES TO ws-report-text
    PERFORM write-report-line
    MOVE SPACES TO ws-report-text
    IF approve-run
        MOVE ws-total-charged TO ws-money-display
        STRING "CHARGED OFF " ws-stamped-count " ACCOUNT(S) "
            ws-money-display
            DELIMITED BY SIZE INTO ws-report-text
    ELSE
        MOVE ws-total-open TO ws-money-display
        STRING "PROPOSED " ws-cand-count " ACCOUNT(S) "
            ws-money-display
            DELIMITED BY SIZE INTO ws-report-text
    END-IF
    PERFORM write-report-line
    CLOSE CHGOFF-RPT.

*> every open period of the account stamped C, its open amount
*> summed as the bad debt, then the history line and the journal
stamp-one-account.
    MOVE 0 TO ws-stamped-amt
    MOVE "N" TO ws-eof-flag
    MOVE ws-cand-ident(ws-cand-idx) TO am-ident
    MOVE 0 TO am-period
    START AMORT-MASTER KEY IS GREATER THAN am-key
        INVALID KEY SET end-of-file TO TRUE
    END-START
    PERFORM WITH TEST BEFORE UNTIL end-of-file
        READ AMORT-MASTER NEXT RECORD
            AT END SET end-of-file TO TRUE
            NOT AT END
                IF am-ident NOT = ws-cand-ident(ws-cand-idx)
                    SET end-of-file TO TRUE
                ELSE
                    IF NOT am-paid AND NOT am-charged-off
                            AND NOT am-restructured
                        PERFORM stamp-one-period
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    IF ws-stamped-amt > 0
        ADD 1 TO ws-stamped-count
        ADD ws-stamped-amt TO ws-total-charged
        MOVE "C" TO co-record-type
        MOVE ws-cand-ident(ws-cand-idx) TO co-ident
        MOVE ws-bus-date TO co-bus-date
        MOVE ws-cand-oldest(ws-cand-idx) TO co-ref-date
        MOVE ws-stamped-amt TO co-amount
        MOVE ws-operator TO co-operator
        WRITE chgoff-rec
        MOVE ws-stamped-amt TO ws-jrnl-amount
        CALL "ARJRNL" USING ws-ops-program ws-jrnl-activity
            co-ident ws-jrnl-amount
    END-IF.

stamp-one-period.
    COMPUTE ws-open-amt = am-amount - am-paid-amt
    MOVE "C" TO am-status
    REWRITE amort-rec
        INVALID KEY
            DISPLAY "Unable to charge off period " am-period
                " for account " am-ident
            MOVE 8 TO ws-return-code
        NOT INVALID KEY
            ADD ws-open-amt TO ws-stamped-amt
    END-REWRITE.

lookup-customer-name.
    MOVE "NAME NOT ON FILE" TO ws-cust-name
    IF cust-master-open
        MOVE ws-cand-ident(ws-cand-idx) TO ident
        READ CUSTOMER-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE custName TO ws-cust-name
        END-READ
    END-IF.

write-report-line.
    MOVE ws-report-text TO chgoff-line
    WRITE chgoff-line.

check-supervisor.
    MOVE "N" TO ws-supv-flag
    MOVE "N" TO ws-eof-flag
    OPEN INPUT SUPERVISOR-CTL
    IF ws-supv-status NOT = "00"
        SET end-of-file TO TRUE
    END-IF
    PERFORM WITH TEST BEFORE UNTIL end-of-file
        READ SUPERVISOR-CTL
            AT END SET end-of-file TO TRUE
            NOT AT END
                IF sc-operator = ws-operator
                    MOVE "Y" TO ws-supv-flag
                    SET end-of-file TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF ws-supv-status = "00" OR ws-supv-status = "10"
        CLOSE SUPERVISOR-CTL
    END-IF
    MOVE "N" TO ws-eof-flag.

*> absent session record just means nobody is signed on at a
*> terminal - a batch run, stamped as such (and never a supervisor)
read-operator-session.
    MOVE "BATCH" TO ws-operator
    OPEN INPUT OP-SESSION
    IF ws-session-status = "00"
        READ OP-SESSION
            AT END CONTINUE
            NOT AT END MOVE os-operator TO ws-operator
        END-READ
        CLOSE OP-SESSION
    END-IF.
