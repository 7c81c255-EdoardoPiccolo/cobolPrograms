*>   unknown ident        not on CUSTOMER-MASTER
*>   hours over maximum   past the per-card cap paypolicy.ctl sets
*>   duplicate card       the same card (ident, period, hours,
*>                        type) appears twice in the feed, or is
*>                        already waiting on PAYBATCH's held list
*>   period already paid  a PAYROLL-LOG pay event already exists
*>                        for the ident and period, or the week
*>                        went out on a longer pay period's check
*>                        (card history) - the same run fed
*>                        through twice
*>   after termination    the period falls after the termination
*>                        date on the employee-status master, or
*>                        the final check has already been cut
*>
*> Exceptions land on the correction report with a reason, clean
*> cards are released to the approved file PAYBATCH reads, and any
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-approved-status.

    *> weeks paid on a biweekly or semi-monthly check carry the
    *> check's pay date on the log, not the week - the card history
    *> keeps the week
    SELECT CARD-HIST ASSIGN TO "data/cardhist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-hist-status.

    *> cards PAYBATCH is holding for a later pay date
    SELECT HELD-CARDS ASSIGN TO "data/heldcards.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-held-status.

    SELECT EDIT-RPT ASSIGN TO "data/timeedit.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-rpt-status.
FD CARDS-APPROVED.
01 card-approved-rec PIC X(17).

FD CARD-HIST.
*> written by paybatch.cob - see copybooks/CARDHIST.cpy
COPY CARDHIST.

FD HELD-CARDS.
01 held-card-rec PIC X(17).

FD EDIT-RPT.
01 edit-rpt-line PIC X(70).

01 ws-policy-status   PIC XX VALUE "00".
01 ws-approved-status PIC XX VALUE "00".
01 ws-rpt-status      PIC XX VALUE "00".
01 ws-hist-status     PIC XX VALUE "00".
01 ws-held-status     PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 no-more-cards VALUE "Y".
01 ws-log-eof-flag PIC X VALUE "N".
    88 no-more-log VALUE "Y".
01 ws-hist-eof-flag PIC X VALUE "N".
    88 no-more-hist VALUE "Y".
01 ws-held-eof-flag PIC X VALUE "N".
    88 no-more-held VALUE "Y".
01 ws-cust-open-flag PIC X VALUE "N".
    88 cust-master-open VALUE "Y".

    88 period-already-paid VALUE "Y".
01 ws-paid-table-full-flag PIC X VALUE "N".
    88 paid-table-full VALUE "Y".
*> the oldest week on tonight's cards - a paid week before it can't
*> match any card, so neither the log nor the card history is held
*> back past it (both only ever grow)
01 ws-earliest-period PIC 9(8) VALUE 99999999.

01 ws-cust-found-flag PIC X VALUE "N".
    88 ident-on-file VALUE "Y".
*> set by EMPCHK per card - T the period is after the termination
*> date, F the final check is already cut
01 ws-emp-flag PIC X VALUE "N".
    88 period-after-termination VALUE "T".
    88 final-pay-issued VALUE "F".
01 ws-report-text PIC X(70).
01 ws-read-count     PIC 9(5) VALUE 0.
01 ws-released-count PIC 9(5) VALUE 0.
PERFORM check-run-state-or-skip

PERFORM load-edit-policy
PERFORM find-earliest-period
PERFORM load-paid-periods
PERFORM load-paid-weeks
PERFORM load-held-cards

OPEN OUTPUT EDIT-RPT

    PERFORM check-ident-on-file
    PERFORM check-duplicate-card
    PERFORM check-period-paid
    CALL "EMPCHK" USING tc-ident tc-period ws-emp-flag

    EVALUATE TRUE
        WHEN NOT ident-on-file
            PERFORM reject-card-unknown
        WHEN period-after-termination
            PERFORM reject-card-terminated
        WHEN final-pay-issued
            PERFORM reject-card-final-paid
        WHEN tc-hours > ws-max-hours
            PERFORM reject-card-hours
        WHEN card-is-duplicate
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line.

reject-card-terminated.
    ADD 1 TO ws-reject-count
    MOVE 8 TO ws-return-code
    MOVE SPACES TO ws-report-text
    STRING "IDENT " tc-ident " PERIOD " tc-period
        " REJECTED - PERIOD AFTER TERMINATION DATE"
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line.

reject-card-final-paid.
    ADD 1 TO ws-reject-count
    MOVE 8 TO ws-return-code
    MOVE SPACES TO ws-report-text
    STRING "IDENT " tc-ident " PERIOD " tc-period
        " REJECTED - FINAL PAY ALREADY ISSUED"
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line.

reject-card-hours.
    ADD 1 TO ws-reject-count
    MOVE 8 TO ws-return-code
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line.

*> a first pass over tonight's cards for the oldest week keyed; no
*> cards (or no file) leaves nothing worth holding
find-earliest-period.
    MOVE 99999999 TO ws-earliest-period
    OPEN INPUT TIMECARD-FILE
    IF ws-card-status = "00"
        PERFORM WITH TEST BEFORE UNTIL no-more-cards
            READ TIMECARD-FILE
                AT END SET no-more-cards TO TRUE
                NOT AT END
                    IF tc-period IS NUMERIC
                            AND tc-period < ws-earliest-period
                        MOVE tc-period TO ws-earliest-period
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TIMECARD-FILE
    END-IF
    MOVE "N" TO ws-eof-flag.

*> every pay event on the log back to tonight's oldest card week,
*> held as (ident, period) pairs - a card matching one means the
*> same period is being run twice, which nothing stopped before
*> this step existed
load-paid-periods.
    OPEN INPUT PAYROLL-LOG
    IF ws-payroll-status NOT = "00"
        READ PAYROLL-LOG
            AT END SET no-more-log TO TRUE
            NOT AT END
                IF (pl-regular OR pl-reissue)
                        AND pl-date >= ws-earliest-period
                    PERFORM note-paid-period
                END-IF
        END-READ
        END-IF
    END-IF.

*> the weeks a longer pay period's check paid, from the card
*> history - a weekly check's pay date is its week, already on the
*> log, so only the others are noted
load-paid-weeks.
    OPEN INPUT CARD-HIST
    IF ws-hist-status NOT = "00"
        SET no-more-hist TO TRUE
    END-IF
    PERFORM WITH TEST BEFORE UNTIL no-more-hist
        READ CARD-HIST
            AT END SET no-more-hist TO TRUE
            NOT AT END
                IF ch-pay-date IS NUMERIC AND ch-pay-date > 0
                        AND ch-pay-date NOT = ch-period
                        AND ch-period >= ws-earliest-period
                    PERFORM note-paid-week
                END-IF
        END-READ
    END-PERFORM
    IF ws-hist-status = "00" OR ws-hist-status = "10"
        CLOSE CARD-HIST
    END-IF.

note-paid-week.
    IF ws-paid-count < 1000
        ADD 1 TO ws-paid-count
        MOVE ch-ident TO ws-paid-ident(ws-paid-count)
        MOVE ch-period TO ws-paid-period(ws-paid-count)
    ELSE
        IF NOT paid-table-full
            MOVE "Y" TO ws-paid-table-full-flag
            DISPLAY "TIMEEDIT: more paid weeks than the paid "
                "table holds - already-paid check is blind past "
                "entry 1000"
            MOVE 8 TO ws-return-code
        END-IF
    END-IF.

*> the held cards start the keyed-twice table - a card keyed again
*> while its week waits for the pay date would otherwise pay twice
load-held-cards.
    OPEN INPUT HELD-CARDS
    IF ws-held-status NOT = "00"
        SET no-more-held TO TRUE
    END-IF
    PERFORM WITH TEST BEFORE UNTIL no-more-held
        READ HELD-CARDS
            AT END SET no-more-held TO TRUE
            NOT AT END
                IF ws-seen-count < 500
                    ADD 1 TO ws-seen-count
                    MOVE held-card-rec TO ws-seen-card(ws-seen-count)
                END-IF
        END-READ
    END-PERFORM
    IF ws-held-status = "00" OR ws-held-status = "10"
        CLOSE HELD-CARDS
    END-IF.

*> PAYPOLICY-CTL may be missing (or predate the max-hours field) -
*> the compiled-in 80-hour cap stands in, the taxcalc.cob safety net
load-edit-policy.
