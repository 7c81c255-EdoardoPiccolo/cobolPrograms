       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RESTRUCT.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Hardship restructure - when collections agreed to stretch a
*> customer's payments the only tool was PRORATION, which builds a
*> schedule from nothing and refuses an account that already has
*> one. This takes the account's open balance (am-amount less
*> am-paid-amt on every unpaid and partially paid period, late fee
*> periods included), closes those periods out as restructured
*> (am-status R - what was paid on them stays on them), and spreads
*> the balance over a new number of periods from a new first due
*> date, numbered on after the account's last period, penny
*> remainder in the final one exactly as proration.cob does.
*>
*> Fully paid periods and the payment history are not touched. The
*> account's DUNLEVEL-MASTER record is cleared the way DUNNING
*> clears a cured account, so the new schedule starts from a clean
*> notice level, and an audit line with the old and new schedule
*> totals goes on data/restruct.dat.
*>
*> Supervisor-only: the signed-on operator must be on
*> supervisor.ctl (the mthclose.cob reopen rule). A charged-off
*> account (chgoff.cob) is not restructured.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AMORT-MASTER ASSIGN TO "data/amortmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS am-key
        FILE STATUS IS ws-amort-status.

    SELECT DUNLEVEL-MASTER ASSIGN TO "data/dunlevel.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS dl-ident
        FILE STATUS IS ws-dun-status.

    *> operator ids allowed to restructure an account
    SELECT SUPERVISOR-CTL ASSIGN TO "data/supervisor.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-supv-status.

    SELECT OP-SESSION ASSIGN TO "data/opsession.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-session-status.

    SELECT SCHEDULE-OUT ASSIGN TO "data/amortization.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-sched-status.

    SELECT RESTRUCT-AUDIT ASSIGN TO "data/restruct.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-audit-status.

DATA DIVISION.
FILE SECTION.
FD AMORT-MASTER.
*> shared with proration.cob, payapply.cob and dunning.cob - see
*> copybooks/AMORTREC.cpy
COPY AMORTREC.

FD DUNLEVEL-MASTER.
*> see copybooks/DUNLEVEL.cpy
COPY DUNLEVEL.

FD SUPERVISOR-CTL.
01 supervisor-ctl-rec.
    02 sc-operator PIC X(8).

FD OP-SESSION.
01 op-session-rec.
    02 os-operator PIC X(8).

FD SCHEDULE-OUT.
01 schedule-line PIC X(60).

*> one line per restructure: who, when, and the account's schedule
*> total before and after (the fully paid periods are in both)
FD RESTRUCT-AUDIT.
01 restruct-audit-rec.
    02 ra-timestamp     PIC X(21).
    02 ra-operator      PIC X(8).
    02 ra-ident         PIC 9(3).
    02 ra-old-total     PIC 9(7)V99.
    02 ra-new-total     PIC 9(7)V99.
    02 ra-balance       PIC 9(7)V99.
    02 ra-closed-count  PIC 9(3).
    02 ra-first-period  PIC 9(3).
    02 ra-periods       PIC 9(3).
    02 ra-first-due     PIC 9(8).

WORKING-STORAGE SECTION.
01 ws-amort-status   PIC XX VALUE "00".
01 ws-dun-status     PIC XX VALUE "00".
01 ws-supv-status    PIC XX VALUE "00".
01 ws-session-status PIC XX VALUE "00".
01 ws-sched-status   PIC XX VALUE "00".
01 ws-audit-status   PIC XX VALUE "00".
01 ws-sched-line     PIC X(60).
01 ws-eof-flag PIC X VALUE "N".
    88 end-of-file VALUE "Y".
01 ws-charged-off-flag PIC X VALUE "N".
    88 account-charged-off VALUE "Y".

01 ws-operator PIC X(8) VALUE "BATCH".
01 ws-supv-flag PIC X VALUE "N".
    88 operator-is-supervisor VALUE "Y".
01 ws-timestamp PIC X(21).
01 ws-bus-date  PIC 9(8) VALUE 0.

01 ws-acct-ident   PIC 9(3) VALUE 0.
01 ws-periods      PIC 9(3) VALUE 0.
01 ws-first-due    PIC 9(8) VALUE 0.
01 ws-due-year     PIC 9(4) VALUE 0.
01 ws-due-month    PIC 99 VALUE 0.
01 ws-due-day      PIC 99 VALUE 0.
*> a due date landing on a weekend or shop holiday rolls forward to
*> the next business day (BUSCAL); the next period keeps the
*> nominal day of the month
01 ws-nominal-due  PIC 9(8) VALUE 0.
01 ws-cal-mode    PIC X VALUE "R".
01 ws-cal-program PIC X(10) VALUE SPACES.
01 ws-cal-flag    PIC X VALUE SPACE.
01 ws-due-mmdd     PIC 9(4) VALUE 0.
01 ws-total-cents  PIC 9(9) VALUE 0.
01 ws-per-period-cents PIC 9(9) VALUE 0.
01 ws-remainder-cents  PIC 9(9) VALUE 0.
01 ws-period-amt       PIC 9(7)V99 VALUE 0.
01 ws-period-no        PIC 9(3) VALUE 0.
01 ws-new-count        PIC 9(3) VALUE 0.

*> the account as it stood before the restructure
01 ws-old-total    PIC 9(7)V99 VALUE 0.
01 ws-balance      PIC 9(7)V99 VALUE 0.
01 ws-open-count   PIC 9(3) VALUE 0.
01 ws-last-period  PIC 9(3) VALUE 0.
01 ws-first-period PIC 9(3) VALUE 0.
01 ws-new-total    PIC 9(7)V99 VALUE 0.

01 ws-return-code PIC 9(4) VALUE 0.

*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
01 ws-ops-program PIC X(10) VALUE "RESTRUCT".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
CALL "BUSDATE" USING ws-bus-date
MOVE FUNCTION CURRENT-DATE TO ws-timestamp

*> a restructure by anyone but a listed supervisor touches nothing
PERFORM read-operator-session
PERFORM check-supervisor
IF NOT operator-is-supervisor
    DISPLAY "RESTRUCT: operator " ws-operator
        " is not on supervisor.ctl - restructure refused"
    MOVE 8 TO ws-return-code
    PERFORM log-and-finish
END-IF

DISPLAY "Enter account (customer) ident: " WITH NO ADVANCING
ACCEPT ws-acct-ident
PERFORM WITH TEST AFTER UNTIL ws-periods > 0
    DISPLAY "Enter new number of periods: " WITH NO ADVANCING
    ACCEPT ws-periods
    IF ws-periods = 0
        DISPLAY "Invalid number of periods - must be greater than "
            "zero, please re-enter"
    END-IF
END-PERFORM
DISPLAY "Enter new first due date (YYYYMMDD): " WITH NO ADVANCING
ACCEPT ws-first-due

OPEN I-O AMORT-MASTER
IF ws-amort-status NOT = "00"
    IF ws-amort-status = "35"
        DISPLAY "AMORT-MASTER is missing - run "
            "INITMAST to create the shop masters"
    END-IF
    MOVE "AMORT-MASTER" TO ws-io-file
    MOVE "OPEN-IO" TO ws-io-op
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-amort-status
    STOP RUN
END-IF

PERFORM total-old-schedule

EVALUATE TRUE
    WHEN ws-first-due < ws-bus-date
        DISPLAY "RESTRUCT: first due date " ws-first-due
            " is before the business date " ws-bus-date
            " - not restructured"
        MOVE 8 TO ws-return-code
    WHEN account-charged-off
        DISPLAY "RESTRUCT: account " ws-acct-ident
            " is charged off - not restructured"
        MOVE 8 TO ws-return-code
    WHEN ws-balance = 0
        DISPLAY "RESTRUCT: account " ws-acct-ident
            " has nothing open - not restructured"
        MOVE 8 TO ws-return-code
    WHEN ws-last-period + ws-periods > 999
        DISPLAY "RESTRUCT: account " ws-acct-ident
            " would run past period 999 - not restructured"
        MOVE 8 TO ws-return-code
    WHEN OTHER
        PERFORM close-open-periods
        PERFORM build-new-schedule
        PERFORM reset-dunning-level
        PERFORM write-audit-line
        DISPLAY "RESTRUCT: account " ws-acct-ident " balance "
            ws-balance " over " ws-periods " periods from "
            ws-first-due " - old total " ws-old-total
            " new total " ws-new-total
END-EVALUATE

CLOSE AMORT-MASTER

PERFORM log-and-finish.

log-and-finish.
    INITIALIZE ws-ops-counts
    MOVE ws-open-count TO ws-ops-read
    IF ws-return-code = 0
        MOVE ws-new-count TO ws-ops-written
        MOVE ws-balance TO ws-ops-amount
    ELSE
        MOVE 1 TO ws-ops-rejected
    END-IF
    CALL "OPSLOG" USING ws-ops-program ws-ops-counts
        ws-return-code

    IF ws-return-code NOT = 0
        MOVE 8 TO RETURN-CODE
    END-IF

    STOP RUN.

*> the whole schedule as it stands: its total, the open balance to
*> re-spread, and the last period number the new ones follow
total-old-schedule.
    MOVE "N" TO ws-eof-flag
    MOVE ws-acct-ident TO am-ident
    MOVE 0 TO am-period
    START AMORT-MASTER KEY IS GREATER THAN am-key
        INVALID KEY SET end-of-file TO TRUE
    END-START
    PERFORM WITH TEST BEFORE UNTIL end-of-file
        READ AMORT-MASTER NEXT RECORD
            AT END SET end-of-file TO TRUE
            NOT AT END
                IF am-ident NOT = ws-acct-ident
                    SET end-of-file TO TRUE
                ELSE
                    PERFORM take-in-period
                END-IF
        END-READ
    END-PERFORM.

take-in-period.
    MOVE am-period TO ws-last-period
    IF am-charged-off
        MOVE "Y" TO ws-charged-off-flag
    END-IF
    *> a period restructured before has already handed its open
    *> part on - only what was paid on it is still schedule
    IF am-restructured
        ADD am-paid-amt TO ws-old-total
    ELSE
        ADD am-amount TO ws-old-total
    END-IF
    IF NOT am-paid AND NOT am-charged-off AND NOT am-restructured
        ADD 1 TO ws-open-count
        COMPUTE ws-balance = ws-balance + am-amount - am-paid-amt
    END-IF.

*> every unpaid and partial period closes as restructured - its
*> amount and what was paid on it stay as they were
close-open-periods.
    MOVE "N" TO ws-eof-flag
    MOVE ws-acct-ident TO am-ident
    MOVE 0 TO am-period
    START AMORT-MASTER KEY IS GREATER THAN am-key
        INVALID KEY SET end-of-file TO TRUE
    END-START
    PERFORM WITH TEST BEFORE UNTIL end-of-file
        READ AMORT-MASTER NEXT RECORD
            AT END SET end-of-file TO TRUE
            NOT AT END
                IF am-ident NOT = ws-acct-ident
                    SET end-of-file TO TRUE
                ELSE
                    IF NOT am-paid AND NOT am-charged-off
                            AND NOT am-restructured
                        MOVE "R" TO am-status
                        REWRITE amort-rec
                            INVALID KEY
                                DISPLAY "Unable to rewrite period "
                                    am-period " for account " am-ident
                                MOVE 8 TO ws-return-code
                        END-REWRITE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> proration.cob's build-schedule, numbered on from the last period
build-new-schedule.
    COMPUTE ws-total-cents = ws-balance * 100
    DIVIDE ws-total-cents BY ws-periods
        GIVING ws-per-period-cents
        REMAINDER ws-remainder-cents

    DIVIDE ws-first-due BY 10000 GIVING ws-due-year
        REMAINDER ws-due-mmdd
    DIVIDE ws-due-mmdd BY 100 GIVING ws-due-month
        REMAINDER ws-due-day

    COMPUTE ws-first-period = ws-last-period + 1
    *> the schedule after: what stays of the old one plus the new
    *> periods as written - equal to the old total when they foot
    COMPUTE ws-new-total = ws-old-total - ws-balance

    OPEN EXTEND SCHEDULE-OUT
    IF ws-sched-status = "35"
        OPEN OUTPUT SCHEDULE-OUT
    END-IF

    PERFORM VARYING ws-new-count FROM 1 BY 1
            UNTIL ws-new-count > ws-periods
        COMPUTE ws-period-amt = ws-per-period-cents / 100
        IF ws-new-count = ws-periods
            *> the leftover penny remainder goes into the final
            *> period so the new periods foot exactly to the balance
            COMPUTE ws-period-amt ROUNDED =
                (ws-per-period-cents + ws-remainder-cents) / 100
        END-IF
        COMPUTE ws-period-no = ws-last-period + ws-new-count
        ADD ws-period-amt TO ws-new-total
        PERFORM write-master-period
        PERFORM write-schedule-line
        PERFORM advance-due-month
    END-PERFORM
    MOVE ws-periods TO ws-new-count

    CLOSE SCHEDULE-OUT.

write-master-period.
    MOVE ws-acct-ident TO am-ident
    MOVE ws-period-no TO am-period
    COMPUTE ws-nominal-due =
        ws-due-year * 10000 + ws-due-month * 100 + ws-due-day
    CALL "BUSCAL" USING ws-cal-mode ws-nominal-due ws-cal-program
        am-due-date ws-cal-flag
    MOVE ws-period-amt TO am-amount
    MOVE 0 TO am-paid-amt
    MOVE "U" TO am-status
    MOVE SPACE TO am-type
    MOVE SPACE TO am-fee-flag
    WRITE amort-rec
        INVALID KEY
            DISPLAY "Unable to write period " am-period
                " for account " am-ident
            MOVE 8 TO ws-return-code
    END-WRITE.

*> monthly periods: same day each month, rolling the year at
*> December - schedules are keyed with a day of 28 or less so the
*> day never needs clamping
advance-due-month.
    ADD 1 TO ws-due-month
    IF ws-due-month > 12
        MOVE 1 TO ws-due-month
        ADD 1 TO ws-due-year
    END-IF.

write-schedule-line.
    MOVE SPACES TO ws-sched-line
    STRING "ACCT " ws-acct-ident " PERIOD " ws-period-no
        " DUE " am-due-date " : " ws-period-amt " RESTRUCTURED"
        DELIMITED BY SIZE INTO ws-sched-line
    MOVE ws-sched-line TO schedule-line
    WRITE schedule-line.

*> the new schedule starts at no notice level - cleared the way
*> dunning.cob clears a cured account; no record, nothing to clear
reset-dunning-level.
    OPEN I-O DUNLEVEL-MASTER
    IF ws-dun-status = "00"
        MOVE ws-acct-ident TO dl-ident
        READ DUNLEVEL-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE 0 TO dl-level
                MOVE ws-bus-date TO dl-date
                REWRITE dunlevel-record
                    INVALID KEY CONTINUE
                END-REWRITE
        END-READ
        CLOSE DUNLEVEL-MASTER
    END-IF.

write-audit-line.
    OPEN EXTEND RESTRUCT-AUDIT
    IF ws-audit-status = "35"
        OPEN OUTPUT RESTRUCT-AUDIT
    END-IF
    IF ws-audit-status NOT = "00"
        MOVE "RESTRUCT-AUD" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-audit-status
        STOP RUN
    END-IF
    MOVE ws-timestamp TO ra-timestamp
    MOVE ws-operator TO ra-operator
    MOVE ws-acct-ident TO ra-ident
    MOVE ws-old-total TO ra-old-total
    MOVE ws-new-total TO ra-new-total
    MOVE ws-balance TO ra-balance
    MOVE ws-open-count TO ra-closed-count
    MOVE ws-first-period TO ra-first-period
    MOVE ws-periods TO ra-periods
    MOVE ws-first-due TO ra-first-due
    WRITE restruct-audit-rec
    CLOSE RESTRUCT-AUDIT.

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
