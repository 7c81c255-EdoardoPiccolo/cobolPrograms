*> A pay week with no rate on the master is rejected to the register
*> (there is no operator at a batch run to key the exception rate)
*> and leaves RC=8 so the COND chain sees the short run.
*>
*> EMPCHK is asked per pay week as well: a week after the
*> employee's termination date rejects the same way, and a week
*> for a leaver FINALPAY settled earlier in the night is skipped -
*> those hours are already on the final check.
*>
*> Employees are paid on their own frequency (EMPFREQ - W weekly,
*> B biweekly, S semi-monthly). paycal.ctl lists each frequency's
*> pay dates with the last day each one covers; an employee whose
*> frequency has no pay date tonight, and any card for a week past
*> tonight's period end, goes to heldcards.dat and is sorted back
*> in with the next night's cards. A weekly employee with no lines
*> on the calendar is paid every run, week by week, the way the
*> whole shop used to be. A biweekly or semi-monthly check gathers
*> every paid week up to the period end into ONE check dated the
*> pay date - overtime is still figured per workweek before the
*> weeks are added together, and TAXCALC annualizes the check by
*> the frequency.
*>
*> PARM TRIAL is the afternoon-before trial run: every card goes
*> through the same edits and the same gross-to-net, and the full
*> register - per-employee lines, exceptions and control totals -
*> is written to paytrial.dat instead of payregister.dat. Nothing
*> is written to PAYROLL-YTD, LEAVE-MASTER, DEDUCT-MASTER (DEDCALC's
*> DEDTRIAL entry), the payroll log, the remittance file, the card
*> history or the held-cards list, and no ops-log or run-state line
*> is left. What a check would have put on the YTD and leave
*> records is kept in storage for the employee's next check, so the
*> trial figures are the ones the live run will produce. The live
*> run compares its control totals against a trial register for the
*> same business date and lists any total that differs (RC=8).
*>
*> A live run commits through CHKPOINT every checkpoint.ctl
*> interval of employees, at the point one employee's last check is
*> paid and the next one's first card is in hand - the cards read,
*> the control totals and how far the log, register, remittance,
*> card history and held-cards files have got, with a before-image
*> of every YTD, leave and deduction record it changes. The sorted
*> cards are committed as soon as they are staged, because the
*> held-cards list they were sorted from is rebuilt from then on. A
*> run that dies partway is restarted from its last commit:
*> CHKPOINT puts the masters back and cuts the files back to the
*> commit, the staged cards are read again past the employees
*> already paid, and the register's control totals still foot -
*> nobody is paid twice. The ops-log line names the card it
*> resumed after. A trial takes no checkpoint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-register-status.

    *> the trial run's register - written by PARM TRIAL, read back
    *> by the live run for the control-total comparison
    SELECT PAY-TRIAL ASSIGN TO "data/paytrial.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-trial-status.

    *> one remittance record per garnishment withheld, so the
    *> amounts actually get sent to the court - garnrpt.cob totals
    *> the file per payee for the remittance register
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-remit-status.

    *> the hours and rate each paid pay week was paid on - the
    *> approved-cards file is rewritten nightly, and RETROPAY needs
    *> the hours back when a rate change is back-dated
    SELECT CARD-HIST ASSIGN TO "data/cardhist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-hist-status.

    *> cards for weeks not paid tonight - rewritten every run and
    *> sorted back in with the next night's approved cards
    SELECT HELD-CARDS ASSIGN TO "data/heldcards.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-held-status.

    *> pay dates per frequency and the last day each one covers -
    *> data, not code, the paypolicy.ctl way
    SELECT PAY-CAL ASSIGN TO "data/paycal.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-cal-status.

DATA DIVISION.
FILE SECTION.
*> tc-paytype says what the hours ARE: blank/R worked time, V a
FD PAY-REGISTER.
01 register-line PIC X(90).

*> the first line carries the business date the trial was run for
FD PAY-TRIAL.
01 trial-line PIC X(90).
01 trial-header-rec.
    02 th-title    PIC X(27).
    02 th-bus-date PIC 9(8).
    02 FILLER      PIC X(55).

FD GARN-REMIT.
01 garn-remit-rec.
    02 gm-date   PIC 9(8).
    02 gm-payee  PIC X(16).
    02 gm-amount PIC 9(5)V99.

FD CARD-HIST.
*> shared with retropay.cob - see copybooks/CARDHIST.cpy
COPY CARDHIST.

*> same layout as the approved cards - read back through the SORT
FD HELD-CARDS.
01 held-card-rec PIC X(17).

FD PAY-CAL.
01 pay-cal-rec.
    02 pc-freq       PIC X.
    02 pc-pay-date   PIC 9(8).
    02 pc-period-end PIC 9(8).

WORKING-STORAGE SECTION.
01 ws-card-status     PIC XX VALUE "00".
01 ws-sorted-status   PIC XX VALUE "00".
01 ws-remit-status    PIC XX VALUE "00".
01 ws-leave-status    PIC XX VALUE "00".
01 ws-leave-ctl-status PIC XX VALUE "00".
01 ws-hist-status     PIC XX VALUE "00".
01 ws-held-status     PIC XX VALUE "00".
01 ws-cal-status      PIC XX VALUE "00".
01 ws-trial-status    PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 no-more-cards VALUE "Y".
01 ws-card-open-flag PIC X VALUE "N".
    88 timecards-open VALUE "Y".
01 ws-held-eof-flag PIC X VALUE "N".
    88 no-more-held VALUE "Y".
01 ws-cal-eof-flag PIC X VALUE "N".
    88 no-more-cal VALUE "Y".

01 ws-bus-date PIC 9(8) VALUE 0.
*> the business day before tonight's (BUSCAL) - a pay date that fell
*> on a holiday or weekend after it is paid tonight
01 ws-prev-bus-date PIC 9(8) VALUE 0.
01 ws-bc-mode    PIC X VALUE "P".
01 ws-bc-program PIC X(10) VALUE SPACES.
01 ws-bc-flag    PIC X VALUE SPACE.

*> PARM TRIAL - the run that posts nothing (same first-word PARM
*> idiom retropay.cob uses for APPLY)
01 ws-cmdline PIC X(80) VALUE SPACES.
01 ws-parm-mode PIC X(8) VALUE SPACES.
01 ws-run-mode-flag PIC X VALUE "L".
    88 trial-run VALUE "T".

*> a trial check's YTD and leave records as the live run would have
*> left them - the employee's next check in the run starts from
*> these instead of the unchanged masters
01 ws-trial-ytd-flag PIC X VALUE "N".
    88 trial-ytd-held VALUE "Y".
01 ws-trial-ytd-ident PIC 9(3) VALUE 0.
01 ws-trial-ytd-rec   PIC X(121) VALUE SPACES.
01 ws-trial-lv-flag PIC X VALUE "N".
    88 trial-leave-held VALUE "Y".
01 ws-trial-lv-ident PIC 9(3) VALUE 0.
01 ws-trial-lv-rec   PIC X(13) VALUE SPACES.

*> the control totals as written, for the trial comparison
01 ws-tot-count PIC 9(2) VALUE 0.
01 ws-tot-table.
    02 ws-tot-line OCCURS 15 TIMES PIC X(90).
01 ws-tot-idx PIC 9(2) VALUE 0.
01 ws-tot-seen-table.
    02 ws-tot-seen OCCURS 15 TIMES PIC X.
01 ws-cmp-eof-flag PIC X VALUE "N".
    88 no-more-trial VALUE "Y".
01 ws-cmp-differ-count PIC 9(2) VALUE 0.

*> the pay calendar - every paycal.ctl line, held for the run
01 ws-cal-count PIC 9(3) VALUE 0.
01 ws-cal-table.
    02 ws-cal-entry OCCURS 200 TIMES
            INDEXED BY ws-cal-idx.
        03 ws-cal-freq       PIC X.
        03 ws-cal-pay-date   PIC 9(8).
        03 ws-cal-period-end PIC 9(8).

*> the employee whose cards are being read - frequency, whether
*> tonight is one of their pay dates, and the last period it pays
01 ws-emp-active-flag PIC X VALUE "N".
    88 employee-open VALUE "Y".
01 ws-emp-ident   PIC 9(3) VALUE 0.
01 ws-pay-freq    PIC X VALUE "W".
    88 paid-weekly VALUE "W".
01 ws-freq-dated-flag PIC X VALUE "N".
    88 freq-on-calendar VALUE "Y".
01 ws-pay-tonight-flag PIC X VALUE "N".
    88 paid-tonight VALUE "Y".
01 ws-cutoff-date PIC 9(8) VALUE 0.
01 ws-rate-open-flag PIC X VALUE "N".
    88 rate-master-open VALUE "Y".

    88 leave-on-file VALUE "Y".
01 ws-leave-ok-flag PIC X VALUE "Y".
    88 leave-covered VALUE "Y".
01 ws-week-gross   PIC 9(5)V99 VALUE 0.
01 ws-week-ot-prem PIC 9(5)V99 VALUE 0.

*> the check being built - one week for a weekly employee, every
*> paid week up to the period end otherwise - with each week kept
*> apart for the register and the card history
01 ws-chk-active-flag PIC X VALUE "N".
    88 check-open VALUE "Y".
01 ws-check-date PIC 9(8) VALUE 0.
01 ws-date-label PIC X(6) VALUE SPACES.
01 ws-chk-week-count PIC 9(2) VALUE 0.
01 ws-chk-week-table.
    02 ws-chk-week OCCURS 10 TIMES.
        03 ws-cw-period     PIC 9(8).
        03 ws-cw-hours      PIC 9(3)V99.
        03 ws-cw-vac-hours  PIC 9(3)V99.
        03 ws-cw-sick-hours PIC 9(3)V99.
        03 ws-cw-rate       PIC 9(3)V99.
        03 ws-cw-gross      PIC 9(5)V99.
        03 ws-cw-ot-prem    PIC 9(5)V99.
01 ws-cw-idx PIC 9(2) VALUE 0.
01 ws-chk-hours      PIC 9(4)V99 VALUE 0.
01 ws-chk-vac-hours  PIC 9(4)V99 VALUE 0.
01 ws-chk-sick-hours PIC 9(4)V99 VALUE 0.

*> same gross-to-net fields the interactive calculation uses,
*> applied per pay-week group - the rates and brackets themselves
*> the employer's matching FICA share - accrued at pay time so the
*> GL extract posts it the same night, never journaled by hand
01 ws-empr-fica       PIC 9(5)V99 VALUE 0.
*> state income tax from STATETAX, and the state it went to -
*> federal and state together are the income tax GARNCALC takes
*> off before disposable pay
01 ws-state           PIC X(2) VALUE SPACES.
01 ws-state-wh        PIC 9(5)V99 VALUE 0.
01 ws-income-tax      PIC 9(5)V99 VALUE 0.
01 ws-st-slot         PIC 9 VALUE 0.
01 ws-st-found        PIC 9 VALUE 0.

*> court-ordered garnishments handed back by GARNCALC per check -
*> taken out of disposable pay ahead of every voluntary slot
        03 ws-ded-code PIC X(4).
        03 ws-ded-amt  PIC 9(5)V99.
01 ws-ded-total PIC 9(5)V99 VALUE 0.
*> the retirement deferral inside the deduction total and the
*> employer match on it, from MATCHCALC
01 ws-deferral   PIC 9(5)V99 VALUE 0.
01 ws-empr-match PIC 9(5)V99 VALUE 0.
01 ws-net-pay         PIC 9(5)V99 VALUE 0.
01 ws-pay-year        PIC 9(4) VALUE 0.
01 ws-rate-found-flag PIC X VALUE "N".
*> reject to the register instead of drawing pay
01 ws-deceased-flag PIC X VALUE "N".
    88 employee-deceased VALUE "Y".
*> set by EMPCHK per pay week - T the week is after the termination
*> date, F the final check is already cut
01 ws-emp-flag PIC X VALUE "N".
    88 period-after-termination VALUE "T".
    88 final-pay-issued VALUE "F".

01 ws-register-text PIC X(90).

*> control totals for the register footer - with the rest of the
*> run's counts, carried on every checkpoint and restored from it
*> on a restart, so the footer covers the whole night's run
01 ws-run-totals.
    02 ws-card-count   PIC 9(5) VALUE 0.
    02 ws-held-in-count PIC 9(5) VALUE 0.
    02 ws-held-count   PIC 9(5) VALUE 0.
    02 ws-paid-count   PIC 9(5) VALUE 0.
    02 ws-reject-count PIC 9(5) VALUE 0.
    02 ws-total-gross  PIC 9(9)V99 VALUE 0.
    02 ws-total-fica   PIC 9(9)V99 VALUE 0.
    02 ws-total-wh     PIC 9(9)V99 VALUE 0.
    02 ws-total-ded    PIC 9(9)V99 VALUE 0.
    02 ws-total-garn   PIC 9(9)V99 VALUE 0.
    02 ws-total-state  PIC 9(9)V99 VALUE 0.
    02 ws-total-net    PIC 9(9)V99 VALUE 0.
    02 ws-total-match  PIC 9(9)V99 VALUE 0.
*> register, remittance and card-history lines written
    02 ws-reg-lines    PIC 9(7) VALUE 0.
    02 ws-remit-count  PIC 9(7) VALUE 0.
    02 ws-hist-count   PIC 9(7) VALUE 0.
*> the cards are sorted onto paybatch_cards.tmp (Y) - a restart
*> after that reads them again rather than sorting afresh
    02 ws-staged-flag PIC X VALUE "N".
        88 cards-staged VALUE "Y".
    02 ws-sorted-open-flag PIC X VALUE "N".
        88 sorted-cards-open VALUE "Y".
    02 ws-return-code PIC 9(4) VALUE 0.

*> mid-file checkpoint and restart (CHKPOINT) - on a restart the
*> cards the run resumed after, and whether it reads the staged
*> cards again
01 ws-restart-after PIC 9(7) VALUE 0.
01 ws-skip-count    PIC 9(5) VALUE 0.
01 ws-reuse-flag PIC X VALUE "N".
    88 reusing-staged-cards VALUE "Y".
01 ws-ckpt-mode PIC X VALUE "S".
01 ws-ckpt-disp PIC X VALUE "F".
    88 ckpt-restarting VALUE "R".
    88 ckpt-refused    VALUE "X".
    88 ckpt-commit-due VALUE "D".
01 ws-reopen-status PIC XX VALUE "00".
COPY CHKPTREC.
COPY CHKIMAGE.

*> job-stream run-state handshake (RUNSTATE) - this step skips when
*> already complete for the business date (PARM FORCE re-runs it)
01 ws-ops-program PIC X(10) VALUE "PAYBATCH".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
ACCEPT ws-cmdline FROM COMMAND-LINE
UNSTRING ws-cmdline DELIMITED BY ALL " "
    INTO ws-parm-mode
END-UNSTRING
IF ws-parm-mode = "TRIAL"
    MOVE "T" TO ws-run-mode-flag
END-IF

*> a trial leaves no run-state behind - tonight's live run must
*> never find itself already complete because of one
IF NOT trial-run
    PERFORM check-run-state-or-skip
END-IF

PERFORM load-pay-policy
PERFORM load-leave-policy
CALL "BUSDATE" USING ws-bus-date
CALL "BUSCAL" USING ws-bc-mode ws-bus-date ws-bc-program
    ws-prev-bus-date ws-bc-flag
PERFORM load-pay-calendar

*> a live run checkpoints before any file is touched - a run that
*> died tonight is backed out to its last commit first
IF NOT trial-run
    PERFORM start-checkpointing
END-IF

*> a restart after the cards were staged reads the staging file
*> again - the held-cards list they came from has been rebuilt since
IF ckpt-restarting AND cards-staged
    MOVE "Y" TO ws-reuse-flag
    IF sorted-cards-open
        OPEN INPUT CARDS-SORTED
        PERFORM skip-committed-cards
    ELSE
        SET no-more-cards TO TRUE
    END-IF
ELSE
    PERFORM stage-cards
    IF sorted-cards-open
        OPEN INPUT CARDS-SORTED
    END-IF
    *> committed at once - from here the held list is rebuilt
    IF NOT trial-run
        MOVE 0 TO cp-out-base(5)
        MOVE "Y" TO cp-out-replace(5)
        MOVE "C" TO ws-ckpt-mode
        PERFORM record-checkpoint
    END-IF
END-IF

*> the held list is rebuilt from scratch - whatever is still not
*> due after tonight is written back as it is read. A trial only
*> counts what it would hold. A restart on the staged cards carries
*> on the list the dead run began
IF NOT trial-run
    IF reusing-staged-cards
        OPEN EXTEND HELD-CARDS
        MOVE "OPEN-EXT" TO ws-io-op
    ELSE
        OPEN OUTPUT HELD-CARDS
        MOVE "OPEN-OUT" TO ws-io-op
    END-IF
    IF ws-held-status NOT = "00"
        MOVE "HELD-CARDS" TO ws-io-file
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-held-status
        STOP RUN
    END-IF
END-IF

OPEN INPUT PAY-RATE-MASTER
END-EVALUATE

*> a missing master is a hard error now - INITMAST creates the
*> shop's masters deliberately, never a production step. A trial
*> reads the two masters and writes nothing else
IF trial-run
    OPEN INPUT LEAVE-MASTER
    MOVE "OPEN-IN" TO ws-io-op
ELSE
    OPEN I-O LEAVE-MASTER
    MOVE "OPEN-IO" TO ws-io-op
END-IF
IF ws-leave-status = "35"
    DISPLAY "LEAVE-MASTER is missing - run "
        "INITMAST to create the shop masters"
END-IF
IF ws-leave-status NOT = "00"
    MOVE "LEAVE-MASTER" TO ws-io-file
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-leave-status
    STOP RUN
END-IF

IF trial-run
    OPEN INPUT PAYROLL-YTD
    MOVE "OPEN-IN" TO ws-io-op
ELSE
    OPEN I-O PAYROLL-YTD
    MOVE "OPEN-IO" TO ws-io-op
END-IF
IF ws-ytd-status = "35"
    DISPLAY "PAYROLL-YTD is missing - run "
        "INITMAST to create the shop masters"
END-IF
IF ws-ytd-status NOT = "00"
    MOVE "PAYROLL-YTD" TO ws-io-file
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-ytd-status
    STOP RUN
END-IF

IF trial-run
    OPEN OUTPUT PAY-TRIAL
    MOVE SPACES TO trial-header-rec
    MOVE "TRIAL RUN - BUSINESS DATE " TO th-title
    MOVE ws-bus-date TO th-bus-date
    WRITE trial-header-rec
    MOVE SPACES TO ws-register-text
    STRING "NOTHING POSTED - COMPARE TO THE LIVE REGISTER"
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line
ELSE
    PERFORM open-posting-files
END-IF

PERFORM WITH TEST BEFORE UNTIL no-more-cards
    READ CARDS-SORTED
        AT END
            SET no-more-cards TO TRUE
            *> the last employee's week and check are still open
            *> when the file runs out - they pay here
            PERFORM pay-open-group
            PERFORM pay-open-check
        NOT AT END PERFORM take-in-card
    END-READ
END-PERFORM

PERFORM write-register-totals
IF NOT trial-run
    PERFORM compare-trial-totals
END-IF

IF sorted-cards-open
    CLOSE CARDS-SORTED
END-IF
IF rate-master-open
END-IF
CLOSE LEAVE-MASTER
CLOSE PAYROLL-YTD
IF trial-run
    CLOSE PAY-TRIAL
    DISPLAY "PAYBATCH trial run - nothing posted, register on "
        "data/paytrial.dat"
    IF ws-return-code NOT = 0
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN
END-IF
CLOSE PAYROLL-LOG
CLOSE PAY-REGISTER
CLOSE GARN-REMIT
CLOSE CARD-HIST
CLOSE HELD-CARDS

*> held cards sorted back in were counted on the night they came
*> through TIMEEDIT - OPSBAL foots TIMEEDIT released against this
INITIALIZE ws-ops-counts
COMPUTE ws-ops-read = ws-card-count - ws-held-in-count
MOVE ws-paid-count TO ws-ops-written
MOVE ws-reject-count TO ws-ops-rejected
MOVE ws-total-gross TO ws-ops-amount
MOVE ws-restart-after TO ws-ops-restart
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

MOVE ws-return-code TO ws-rs-rc
CALL "RUNSTATE" USING ws-ops-program ws-rs-done
    ws-rs-rc ws-rs-disp
MOVE "E" TO ws-ckpt-mode
CALL "CHKPOINT" USING ws-ckpt-mode checkpoint-rec ws-ckpt-disp

*> the COND chain tests the step completion code, not the ops-log
*> line - a short or failed run has to stop the downstream steps

STOP RUN.

*> tonight's approved cards and last night's held ones sorted
*> together onto the staging file
stage-cards.
    *> an absent timecard file is a no-pay night; anything else
    *> non-00 is a real I/O problem that must not read as "nobody
    *> worked" - the probe closes again so the SORT below can take
    *> the file
    OPEN INPUT TIMECARD-FILE
    EVALUATE TRUE
        WHEN ws-card-status = "00"
            MOVE "Y" TO ws-card-open-flag
            CLOSE TIMECARD-FILE
        WHEN ws-card-status = "35"
            DISPLAY "No approved-cards file on file - no new cards"
                " (TIMEEDIT releases it)"
        WHEN OTHER
            MOVE "TIMECARDS" TO ws-io-file
            MOVE "OPEN-IN" TO ws-io-op
            CALL "IOERROR" USING ws-ops-program ws-io-file
                ws-io-op ws-card-status
            STOP RUN
    END-EVALUATE

    *> last night's held cards go back through the SORT with
    *> tonight's - counted first, because the ops line reports only
    *> the cards TIMEEDIT released tonight
    PERFORM count-held-cards

    EVALUATE TRUE
        WHEN timecards-open
            SORT SORT-WORK-1
                ON ASCENDING KEY sort-card-ident sort-card-period
                USING TIMECARD-FILE HELD-CARDS
                GIVING CARDS-SORTED
            MOVE "Y" TO ws-sorted-open-flag
        WHEN ws-held-in-count > 0
            SORT SORT-WORK-1
                ON ASCENDING KEY sort-card-ident sort-card-period
                USING HELD-CARDS
                GIVING CARDS-SORTED
            MOVE "Y" TO ws-sorted-open-flag
        WHEN OTHER
            DISPLAY "No approved or held cards - nothing to pay"
            SET no-more-cards TO TRUE
    END-EVALUATE
    MOVE "Y" TO ws-staged-flag.

*> the files a live run posts to - the payroll log, the register,
*> the remittances and the card history. A trial opens none of them
open-posting-files.
    OPEN EXTEND PAYROLL-LOG
    IF ws-payroll-status = "35"
        OPEN OUTPUT PAYROLL-LOG
    END-IF
    IF ws-payroll-status NOT = "00"
        MOVE "PAYROLL-LOG" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-payroll-status
        STOP RUN
    END-IF

    IF ckpt-restarting
        OPEN EXTEND PAY-REGISTER
    ELSE
        OPEN OUTPUT PAY-REGISTER
    END-IF

    OPEN EXTEND GARN-REMIT
    IF ws-remit-status = "35"
        OPEN OUTPUT GARN-REMIT
    END-IF
    IF ws-remit-status NOT = "00"
        MOVE "GARN-REMIT" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-remit-status
        STOP RUN
    END-IF

    OPEN EXTEND CARD-HIST
    IF ws-hist-status = "35"
        OPEN OUTPUT CARD-HIST
    END-IF
    IF ws-hist-status NOT = "00"
        MOVE "CARD-HIST" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-hist-status
        STOP RUN
    END-IF.

*> one sorted card onto the open pay-week group - a new ident pays
*> the last employee's week and check first, a new period pays the
*> week that was building, then this card starts the next one. A
*> card the employee isn't paid for tonight goes to the held list.
*> Between employees every card before this one is paid or held -
*> the live run's commit point
take-in-card.
    IF employee-open AND cs-ident NOT = ws-emp-ident
        PERFORM pay-open-group
        PERFORM pay-open-check
        MOVE "N" TO ws-emp-active-flag
        IF NOT trial-run
            MOVE "W" TO ws-ckpt-mode
            PERFORM record-checkpoint
        END-IF
    END-IF
    ADD 1 TO ws-card-count
    IF NOT employee-open
        PERFORM start-employee
    END-IF
    IF NOT paid-tonight OR cs-period > ws-cutoff-date
        PERFORM hold-card
    ELSE
        IF group-open AND cs-period NOT = ws-grp-period
            PERFORM pay-open-group
        END-IF
        IF NOT group-open
            MOVE "Y" TO ws-grp-active-flag
            MOVE cs-ident TO ws-grp-ident
            MOVE cs-period TO ws-grp-period
            MOVE 0 TO ws-grp-hours
            MOVE 0 TO ws-grp-vac-hours
            MOVE 0 TO ws-grp-sick-hours
        END-IF
        EVALUATE TRUE
            WHEN cs-type-vacation
                ADD cs-hours TO ws-grp-vac-hours
            WHEN cs-type-sick
                ADD cs-hours TO ws-grp-sick-hours
            WHEN OTHER
                ADD cs-hours TO ws-grp-hours
        END-EVALUATE
    END-IF.

*> the employee's frequency against tonight's calendar - a pay date
*> after the previous business day and up to tonight pays every week
*> up to its period end, so a pay date that lands on a holiday or a
*> weekend is paid on the next business night rather than skipped;
*> no such pay date holds the cards for a later night
start-employee.
    MOVE "Y" TO ws-emp-active-flag
    MOVE cs-ident TO ws-emp-ident
    CALL "EMPFREQ" USING ws-emp-ident ws-pay-freq
    CALL "EMPCHK" USING ws-emp-ident ws-bus-date ws-emp-flag
    MOVE "N" TO ws-freq-dated-flag
    MOVE "N" TO ws-pay-tonight-flag
    MOVE 0 TO ws-cutoff-date
    PERFORM VARYING ws-cal-idx FROM 1 BY 1
            UNTIL ws-cal-idx > ws-cal-count
        IF ws-cal-freq(ws-cal-idx) = ws-pay-freq
            MOVE "Y" TO ws-freq-dated-flag
            IF ws-cal-pay-date(ws-cal-idx) > ws-prev-bus-date
                    AND ws-cal-pay-date(ws-cal-idx) <= ws-bus-date
                MOVE "Y" TO ws-pay-tonight-flag
                IF ws-cal-period-end(ws-cal-idx) > ws-cutoff-date
                    MOVE ws-cal-period-end(ws-cal-idx)
                        TO ws-cutoff-date
                END-IF
            END-IF
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN final-pay-issued
            *> FINALPAY settled the leaver tonight or earlier - the
            *> cards go through to be skipped, never held again
            MOVE "Y" TO ws-pay-tonight-flag
            MOVE 99999999 TO ws-cutoff-date
        WHEN freq-on-calendar
            CONTINUE
        WHEN paid-weekly
            MOVE "Y" TO ws-pay-tonight-flag
            MOVE 99999999 TO ws-cutoff-date
        WHEN OTHER
            *> a longer pay period with no pay dates on file can't
            *> be paid on a guess - held, and said out loud
            MOVE 8 TO ws-return-code
            MOVE SPACES TO ws-register-text
            STRING "IDENT " ws-emp-ident " FREQUENCY " ws-pay-freq
                " HAS NO PAY DATES ON PAYCAL.CTL - CARDS HELD"
                DELIMITED BY SIZE INTO ws-register-text
            PERFORM write-register-line
    END-EVALUATE.

hold-card.
    IF NOT trial-run
        MOVE cards-sorted-rec TO held-card-rec
        WRITE held-card-rec
    END-IF
    ADD 1 TO ws-held-count.

pay-open-group.
    IF group-open
        PERFORM pay-group
        MOVE "N" TO ws-grp-active-flag
    END-IF.

pay-open-check.
    IF check-open
        PERFORM pay-check
        MOVE "N" TO ws-chk-active-flag
    END-IF.

*> one pay week through the per-week edits and its own overtime
*> split - a week that passes goes onto the employee's check, a
*> week that fails rejects to the register and leaves the rest of
*> the check alone
pay-group.
    PERFORM lookup-pay-rate
    PERFORM check-leave-balance
    CALL "DCDCHK" USING ws-grp-ident ws-deceased-flag
    CALL "EMPCHK" USING ws-grp-ident ws-grp-period ws-emp-flag
    EVALUATE TRUE
    WHEN employee-deceased
        *> the agency feed says this person is deceased - the card
            " REJECTED - EMPLOYEE REPORTED DECEASED"
            DELIMITED BY SIZE INTO ws-register-text
        PERFORM write-register-line
    WHEN final-pay-issued
        *> FINALPAY already paid these hours on the leaver's final
        *> check - noted on the register, nothing more to do
        ADD 1 TO ws-reject-count
        MOVE SPACES TO ws-register-text
        STRING "IDENT " ws-grp-ident " PERIOD " ws-grp-period
            " SKIPPED - SETTLED ON FINAL CHECK"
            DELIMITED BY SIZE INTO ws-register-text
        PERFORM write-register-line
    WHEN period-after-termination
        ADD 1 TO ws-reject-count
        MOVE 8 TO ws-return-code
        MOVE SPACES TO ws-register-text
        STRING "IDENT " ws-grp-ident " PERIOD " ws-grp-period
            " REJECTED - PERIOD AFTER TERMINATION DATE"
            DELIMITED BY SIZE INTO ws-register-text
        PERFORM write-register-line
    WHEN NOT rate-found
            " SICK " ws-grp-sick-hours "/" lv-sick-bal ")"
            DELIMITED BY SIZE INTO ws-register-text
        PERFORM write-register-line
    WHEN OTHER
        *> straight time up to the threshold, the multiplier past
        *> it - the premium is the above-straight-time piece, kept
            MOVE ws-grp-hours TO ws-reg-hours
            MOVE 0 TO ws-ot-hours
        END-IF
        COMPUTE ws-week-gross ROUNDED =
            (ws-reg-hours * ws-rate)
            + (ws-ot-hours * ws-rate * ws-ot-mult)
            + ((ws-grp-vac-hours + ws-grp-sick-hours) * ws-rate)
        COMPUTE ws-week-ot-prem ROUNDED =
            ws-ot-hours * ws-rate * (ws-ot-mult - 1)
        PERFORM add-week-to-check
    END-EVALUATE.

*> the week onto the open check - a weekly employee's check is the
*> week itself and pays at once, dated the week as it always was;
*> a longer period's check is dated the pay date and waits for the
*> employee's last card
add-week-to-check.
    IF check-open AND ws-chk-week-count = 10
        PERFORM pay-open-check
    END-IF
    IF NOT check-open
        MOVE "Y" TO ws-chk-active-flag
        MOVE 0 TO ws-chk-week-count
        MOVE 0 TO ws-chk-hours ws-chk-vac-hours ws-chk-sick-hours
        MOVE 0 TO ws-gross ws-ot-premium
        IF paid-weekly
            MOVE ws-grp-period TO ws-check-date
            MOVE "PERIOD" TO ws-date-label
        ELSE
            MOVE ws-bus-date TO ws-check-date
            MOVE "CHECK" TO ws-date-label
        END-IF
    END-IF
    ADD 1 TO ws-chk-week-count
    MOVE ws-grp-period TO ws-cw-period(ws-chk-week-count)
    MOVE ws-grp-hours TO ws-cw-hours(ws-chk-week-count)
    MOVE ws-grp-vac-hours TO ws-cw-vac-hours(ws-chk-week-count)
    MOVE ws-grp-sick-hours TO ws-cw-sick-hours(ws-chk-week-count)
    MOVE ws-rate TO ws-cw-rate(ws-chk-week-count)
    MOVE ws-week-gross TO ws-cw-gross(ws-chk-week-count)
    MOVE ws-week-ot-prem TO ws-cw-ot-prem(ws-chk-week-count)
    ADD ws-grp-hours TO ws-chk-hours
    ADD ws-grp-vac-hours TO ws-chk-vac-hours
    ADD ws-grp-sick-hours TO ws-chk-sick-hours
    ADD ws-week-gross TO ws-gross
    ADD ws-week-ot-prem TO ws-ot-premium
    IF paid-weekly
        PERFORM pay-open-check
    END-IF.

*> one check through the whole gross-to-net calculation - the same
*> steps, in the same order, as the interactive run. The closed
*> month and the year-end roll are the check date's, so they are
*> tested here and refuse every week on the check together
pay-check.
    CALL "PERIODCHK" USING ws-check-date ws-closed-flag
    DIVIDE ws-check-date BY 10000 GIVING ws-pay-year
    PERFORM read-ytd-record
    EVALUATE TRUE
    WHEN period-is-closed
        *> a check dated in a closed month must not post into a
        *> period accounting has already reported
        ADD ws-chk-week-count TO ws-reject-count
        MOVE 8 TO ws-return-code
        MOVE SPACES TO ws-register-text
        STRING "IDENT " ws-emp-ident " " ws-date-label " "
            ws-check-date
            " REJECTED - ACCOUNTING PERIOD CLOSED"
            DELIMITED BY SIZE INTO ws-register-text
        PERFORM write-register-line
    WHEN ytd-roll-blocked
        *> the first event of a new year may not roll a year the
        *> close never archived - that rollover is how last year's
        *> figures used to vanish
        ADD ws-chk-week-count TO ws-reject-count
        MOVE 8 TO ws-return-code
        MOVE SPACES TO ws-register-text
        STRING "IDENT " ws-emp-ident " " ws-date-label " "
            ws-check-date " REJECTED - YEAR " ytd-year
            " NOT ARCHIVED, RUN YEAREND FIRST"
            DELIMITED BY SIZE INTO ws-register-text
        PERFORM write-register-line
    WHEN OTHER
        *> FICA (capped at the wage base) and withholding from the
        *> rate set in force on the check date, annualized by the
        *> employee's frequency
        CALL "TAXCALC" USING ws-emp-ident ws-check-date ws-gross
            ytd-gross ws-fica-amt ws-withhold-amt ws-empr-fica
        CALL "STATETAX" USING ws-emp-ident ws-check-date ws-gross
            ws-state ws-state-wh
        COMPUTE ws-income-tax = ws-withhold-amt + ws-state-wh

        *> garnishments ahead of every voluntary slot - the court's
        *> money comes out of disposable pay first, and whatever is
        *> left is all DEDCALC may take
        CALL "GARNCALC" USING ws-emp-ident ws-gross ws-fica-amt
            ws-income-tax ws-garn-detail ws-garn-total
        COMPUTE ws-ded-limit = ws-gross - ws-fica-amt
            - ws-income-tax - ws-garn-total

        *> voluntary deductions from the same master the interactive
        *> run uses, so a batch check nets the same as a keyed one
        IF trial-run
            CALL "DEDTRIAL" USING ws-emp-ident ws-check-date
                ws-gross ws-ded-limit ws-ded-detail ws-ded-total
        ELSE
            CALL "DEDCALC" USING ws-emp-ident ws-check-date
                ws-gross ws-ded-limit ws-ded-detail ws-ded-total
        END-IF

        *> the shop's match on the retirement slot DEDCALC just took
        CALL "MATCHCALC" USING ws-gross ws-ded-detail ws-deferral
            ws-empr-match

        COMPUTE ws-net-pay ROUNDED =
            ws-gross - ws-fica-amt - ws-income-tax
            - ws-garn-total - ws-ded-total

        MOVE ws-emp-ident TO pl-ident
        MOVE ws-check-date TO pl-date
        MOVE ws-gross TO pl-gross
        MOVE ws-fica-amt TO pl-fica
        MOVE ws-withhold-amt TO pl-withholding
        MOVE ws-ded-total TO pl-volded
        MOVE ws-net-pay TO pl-net
        MOVE ws-empr-fica TO pl-empr-fica
        MOVE ws-deferral TO pl-deferral
        MOVE ws-empr-match TO pl-empr-match
        MOVE ws-ot-premium TO pl-ot-prem
        MOVE ws-garn-total TO pl-garnish
        MOVE SPACE TO pl-type
        MOVE SPACES TO pl-pay-code
        MOVE ws-state TO pl-state
        MOVE ws-state-wh TO pl-state-wh
        IF NOT trial-run
            WRITE payroll-log-rec
        END-IF

        PERFORM update-ytd-record
        PERFORM update-leave-record
        IF NOT trial-run
            PERFORM write-remit-records
            PERFORM write-card-history
        END-IF

        ADD 1 TO ws-paid-count
        ADD ws-gross TO ws-total-gross
        ADD ws-fica-amt TO ws-total-fica
        ADD ws-withhold-amt TO ws-total-wh
        ADD ws-ded-total TO ws-total-ded
        ADD ws-state-wh TO ws-total-state
        ADD ws-garn-total TO ws-total-garn
        ADD ws-net-pay TO ws-total-net
        ADD ws-empr-match TO ws-total-match

        IF paid-weekly
            MOVE SPACES TO ws-register-text
            STRING "IDENT " ws-emp-ident " PERIOD " ws-check-date
                " HRS " ws-cw-hours(1)
                " VAC " ws-cw-vac-hours(1)
                " SICK " ws-cw-sick-hours(1)
                " OT PREM " ws-ot-premium " GARN " ws-garn-total
                " GROSS " ws-gross " NET " ws-net-pay
                DELIMITED BY SIZE INTO ws-register-text
            PERFORM write-register-line
        ELSE
            PERFORM VARYING ws-cw-idx FROM 1 BY 1
                    UNTIL ws-cw-idx > ws-chk-week-count
                MOVE SPACES TO ws-register-text
                STRING "IDENT " ws-emp-ident
                    " PERIOD " ws-cw-period(ws-cw-idx)
                    " HRS " ws-cw-hours(ws-cw-idx)
                    " VAC " ws-cw-vac-hours(ws-cw-idx)
                    " SICK " ws-cw-sick-hours(ws-cw-idx)
                    " OT PREM " ws-cw-ot-prem(ws-cw-idx)
                    " GROSS " ws-cw-gross(ws-cw-idx)
                    DELIMITED BY SIZE INTO ws-register-text
                PERFORM write-register-line
            END-PERFORM
            MOVE SPACES TO ws-register-text
            STRING "IDENT " ws-emp-ident " CHECK " ws-check-date
                " FREQ " ws-pay-freq " WEEKS " ws-chk-week-count
                " GARN " ws-garn-total
                " GROSS " ws-gross " NET " ws-net-pay
                DELIMITED BY SIZE INTO ws-register-text
            PERFORM write-register-line
        END-IF
    END-EVALUATE.

*> the balance has to cover the leave keyed for this week on top
*> of the leave already on the open check - an employee with no
*> leave record has no balance to draw on
check-leave-balance.
    MOVE "Y" TO ws-leave-ok-flag
    MOVE "N" TO ws-leave-found-flag
    IF NOT check-open
        MOVE 0 TO ws-chk-vac-hours ws-chk-sick-hours
    END-IF
    IF ws-grp-vac-hours > 0 OR ws-grp-sick-hours > 0
        MOVE ws-grp-ident TO lv-ident
        READ LEAVE-MASTER
            NOT INVALID KEY
                MOVE "Y" TO ws-leave-found-flag
        END-READ
        PERFORM recall-trial-leave
        IF ws-grp-vac-hours + ws-chk-vac-hours > lv-vac-bal
                OR ws-grp-sick-hours + ws-chk-sick-hours
                    > lv-sick-bal
            MOVE "N" TO ws-leave-ok-flag
        END-IF
    END-IF.
*> accrual creates the employee's record at zero-plus-earned
update-leave-record.
    MOVE "N" TO ws-leave-found-flag
    MOVE ws-emp-ident TO lv-ident
    READ LEAVE-MASTER
        INVALID KEY
            MOVE ws-emp-ident TO lv-ident
            MOVE 0 TO lv-vac-bal
            MOVE 0 TO lv-sick-bal
        NOT INVALID KEY
            MOVE "Y" TO ws-leave-found-flag
    END-READ
    IF leave-on-file AND NOT trial-run
        MOVE "LEAVE" TO ci-file
        MOVE "R" TO ci-action
        MOVE leave-record TO ci-image
        CALL "CHKIMAGE" USING checkpoint-image
    END-IF
    PERFORM recall-trial-leave

    SUBTRACT ws-chk-vac-hours FROM lv-vac-bal
    SUBTRACT ws-chk-sick-hours FROM lv-sick-bal
    COMPUTE lv-vac-bal ROUNDED =
        lv-vac-bal + (ws-chk-hours * ws-vac-rate)
    COMPUTE lv-sick-bal ROUNDED =
        lv-sick-bal + (ws-chk-hours * ws-sick-rate)

    EVALUATE TRUE
    WHEN trial-run
        MOVE "Y" TO ws-trial-lv-flag
        MOVE lv-ident TO ws-trial-lv-ident
        MOVE leave-record TO ws-trial-lv-rec
    WHEN leave-on-file
        REWRITE leave-record
            INVALID KEY
                DISPLAY "Unable to rewrite leave record " lv-ident
                MOVE 8 TO ws-return-code
        END-REWRITE
    WHEN OTHER
        MOVE "LEAVE" TO ci-file
        MOVE "N" TO ci-action
        MOVE leave-record TO ci-image
        CALL "CHKIMAGE" USING checkpoint-image
        WRITE leave-record
            INVALID KEY
                DISPLAY "Unable to write leave record " lv-ident
                MOVE 8 TO ws-return-code
        END-WRITE
    END-EVALUATE.

*> a trial takes the employee's balance as its own last check left
*> it - the live run would have rewritten the record by now
recall-trial-leave.
    IF trial-run AND trial-leave-held
            AND ws-trial-lv-ident = lv-ident
        MOVE ws-trial-lv-rec TO leave-record
        MOVE "Y" TO ws-leave-found-flag
    END-IF.

*> one remittance record per order withheld - the court's money is
    PERFORM VARYING ws-garn-slot-no FROM 1 BY 1
            UNTIL ws-garn-slot-no > 3
        IF ws-garn-amt(ws-garn-slot-no) > 0
            MOVE ws-check-date TO gm-date
            MOVE ws-emp-ident TO gm-ident
            MOVE ws-garn-case(ws-garn-slot-no) TO gm-case
            MOVE ws-garn-payee(ws-garn-slot-no) TO gm-payee
            MOVE ws-garn-amt(ws-garn-slot-no) TO gm-amount
            WRITE garn-remit-rec
            ADD 1 TO ws-remit-count
        END-IF
    END-PERFORM.

*> each week as it was paid - hours, rate, overtime policy, gross,
*> and the date of the check that paid it
write-card-history.
    PERFORM VARYING ws-cw-idx FROM 1 BY 1
            UNTIL ws-cw-idx > ws-chk-week-count
        MOVE ws-emp-ident TO ch-ident
        MOVE ws-cw-period(ws-cw-idx) TO ch-period
        MOVE ws-cw-hours(ws-cw-idx) TO ch-hours
        MOVE ws-cw-vac-hours(ws-cw-idx) TO ch-vac-hours
        MOVE ws-cw-sick-hours(ws-cw-idx) TO ch-sick-hours
        MOVE ws-cw-rate(ws-cw-idx) TO ch-rate
        MOVE ws-ot-threshold TO ch-ot-threshold
        MOVE ws-ot-mult TO ch-ot-mult
        MOVE ws-cw-gross(ws-cw-idx) TO ch-gross
        MOVE ws-check-date TO ch-pay-date
        WRITE card-hist-rec
        ADD 1 TO ws-hist-count
    END-PERFORM.

*> same current-pair/prior-pair rate selection cobolProgram4.cob's
*> lookup-pay-rate applies, against the already-open master
lookup-pay-rate.
read-ytd-record.
    MOVE "N" TO ws-ytd-found-flag
    MOVE "N" TO ws-roll-blocked-flag
    MOVE ws-emp-ident TO ytd-ident
    READ PAYROLL-YTD
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE "Y" TO ws-ytd-found-flag
    END-READ
    IF ytd-on-file AND NOT trial-run
        MOVE "PAYRYTD" TO ci-file
        MOVE "R" TO ci-action
        MOVE ytd-record TO ci-image
        CALL "CHKIMAGE" USING checkpoint-image
    END-IF
    *> a trial picks up its own last check's accumulators, which
    *> the live run would have rewritten by now
    IF trial-run AND trial-ytd-held
            AND ws-trial-ytd-ident = ws-emp-ident
        MOVE ws-trial-ytd-rec TO ytd-record
        MOVE "Y" TO ws-ytd-found-flag
    END-IF

    IF NOT ytd-on-file OR ytd-year NOT = ws-pay-year
        *> rolling a year the close never archived would destroy
            END-IF
        END-IF
        IF NOT ytd-roll-blocked
            MOVE ws-emp-ident TO ytd-ident
            MOVE ws-pay-year TO ytd-year
            MOVE 0 TO ytd-gross ytd-fica ytd-withholding ytd-net
                ytd-empr-fica ytd-empr-match
            INITIALIZE ytd-state-detail
        END-IF
    END-IF.

    ADD ws-withhold-amt TO ytd-withholding
    ADD ws-net-pay TO ytd-net
    ADD ws-empr-fica TO ytd-empr-fica
    ADD ws-empr-match TO ytd-empr-match
    PERFORM add-state-ytd
    EVALUATE TRUE
    WHEN trial-run
        MOVE "Y" TO ws-trial-ytd-flag
        MOVE ytd-ident TO ws-trial-ytd-ident
        MOVE ytd-record TO ws-trial-ytd-rec
    WHEN ytd-on-file
        REWRITE ytd-record
            INVALID KEY
                DISPLAY "Unable to rewrite YTD record " ytd-ident
                MOVE 8 TO ws-return-code
        END-REWRITE
    WHEN OTHER
        MOVE "PAYRYTD" TO ci-file
        MOVE "N" TO ci-action
        MOVE ytd-record TO ci-image
        CALL "CHKIMAGE" USING checkpoint-image
        WRITE ytd-record
            INVALID KEY
                DISPLAY "Unable to write YTD record " ytd-ident
                MOVE 8 TO ws-return-code
        END-WRITE
    END-EVALUATE.

*> the check's state wages and tax into the employee's slot for the
*> state - the first free slot when the state is new this year. A
*> fourth state has nowhere to go and says so
add-state-ytd.
    IF ws-state NOT = SPACES
        MOVE 0 TO ws-st-found
        PERFORM VARYING ws-st-slot FROM 1 BY 1
                UNTIL ws-st-slot > 3 OR ws-st-found > 0
            IF ytd-st-code(ws-st-slot) = ws-state
                    OR ytd-st-code(ws-st-slot) = SPACES
                MOVE ws-st-slot TO ws-st-found
            END-IF
        END-PERFORM
        IF ws-st-found = 0
            DISPLAY "PAYBATCH: ident " ytd-ident " taxed in a "
                "fourth state " ws-state " this year - state YTD "
                "not accumulated"
            MOVE 8 TO ws-return-code
        ELSE
            MOVE ws-state TO ytd-st-code(ws-st-found)
            ADD ws-gross TO ytd-st-wages(ws-st-found)
            ADD ws-state-wh TO ytd-st-wh(ws-st-found)
        END-IF
    END-IF.

*> PAYPOLICY-CTL may be missing on a fresh system - the compiled-in
        CLOSE PAYPOLICY-CTL
    END-IF.

*> PAY-CAL may be missing on a fresh system - with no pay dates on
*> file the weekly staff are paid every run as before
load-pay-calendar.
    OPEN INPUT PAY-CAL
    IF ws-cal-status = "00"
        PERFORM WITH TEST BEFORE UNTIL no-more-cal
            READ PAY-CAL
                AT END SET no-more-cal TO TRUE
                NOT AT END
                    IF pc-pay-date IS NUMERIC
                            AND pc-period-end IS NUMERIC
                        PERFORM note-pay-date
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PAY-CAL
    END-IF.

note-pay-date.
    IF ws-cal-count < 200
        ADD 1 TO ws-cal-count
        MOVE pc-freq TO ws-cal-freq(ws-cal-count)
        MOVE pc-pay-date TO ws-cal-pay-date(ws-cal-count)
        MOVE pc-period-end TO ws-cal-period-end(ws-cal-count)
    ELSE
        DISPLAY "PAYBATCH: more pay dates than the calendar "
            "table holds - line for " pc-pay-date " ignored"
        MOVE 8 TO ws-return-code
    END-IF.

*> the held list as last night left it - made empty on a first run
*> so the SORT always has a file to take
count-held-cards.
    OPEN INPUT HELD-CARDS
    IF ws-held-status = "35"
        OPEN OUTPUT HELD-CARDS
        CLOSE HELD-CARDS
        OPEN INPUT HELD-CARDS
    END-IF
    IF ws-held-status NOT = "00"
        MOVE "HELD-CARDS" TO ws-io-file
        MOVE "OPEN-IN" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-held-status
        STOP RUN
    END-IF
    PERFORM WITH TEST BEFORE UNTIL no-more-held
        READ HELD-CARDS
            AT END SET no-more-held TO TRUE
            NOT AT END ADD 1 TO ws-held-in-count
        END-READ
    END-PERFORM
    CLOSE HELD-CARDS.

*> LEAVE-CTL may be missing on a fresh system - the compiled-in
*> handbook rates stand in, the taxcalc.cob safety net
load-leave-policy.
    END-IF.

write-register-line.
    IF trial-run
        MOVE ws-register-text TO trial-line
        WRITE trial-line
    ELSE
        MOVE ws-register-text TO register-line
        WRITE register-line
        ADD 1 TO ws-reg-lines
    END-IF.

*> a control-total line is written and kept for the comparison
write-total-line.
    PERFORM write-register-line
    IF ws-tot-count < 15
        ADD 1 TO ws-tot-count
        MOVE ws-register-text TO ws-tot-line(ws-tot-count)
    END-IF.

*> same MOVE SPACES-before-STRING idiom every other LINE SEQUENTIAL
*> report in this shop uses
write-register-totals.
    MOVE SPACES TO ws-register-text
    STRING "HELD CARDS IN  : " ws-held-in-count
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-total-line

    MOVE SPACES TO ws-register-text
    STRING "TIMECARDS READ : " ws-card-count
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-total-line

    MOVE SPACES TO ws-register-text
    STRING "CARDS HELD     : " ws-held-count
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-total-line

    MOVE SPACES TO ws-register-text
    STRING "CHECKS PAID    : " ws-paid-count
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-total-line

    MOVE SPACES TO ws-register-text
    STRING "REJECTED       : " ws-reject-count
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-total-line

    MOVE SPACES TO ws-register-text
    STRING "TOTAL GROSS    : " ws-total-gross
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-total-line

    MOVE SPACES TO ws-register-text
    STRING "TOTAL FICA     : " ws-total-fica
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-total-line

    MOVE SPACES TO ws-register-text
    STRING "FEDERAL W/H    : " ws-total-wh
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-total-line

    MOVE SPACES TO ws-register-text
    STRING "STATE TAX      : " ws-total-state
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-total-line

    MOVE SPACES TO ws-register-text
    STRING "GARNISHED      : " ws-total-garn
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-total-line

    MOVE SPACES TO ws-register-text
    STRING "VOLUNTARY DED  : " ws-total-ded
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-total-line

    MOVE SPACES TO ws-register-text
    STRING "TOTAL NET      : " ws-total-net
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-total-line

    *> the shop's retirement match - outside net, a cost on top
    MOVE SPACES TO ws-register-text
    STRING "EMPLOYER MATCH : " ws-total-match
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-total-line.

*> the live run against the signed-off trial: every control total
*> the trial printed must be on tonight's register word for word.
*> No trial, or one run for another business date, is noted and
*> compared against nothing - the trial is the desk's choice
compare-trial-totals.
    MOVE SPACES TO ws-register-text
    OPEN INPUT PAY-TRIAL
    IF ws-trial-status NOT = "00"
        STRING "NO TRIAL REGISTER ON FILE - TOTALS NOT COMPARED"
            DELIMITED BY SIZE INTO ws-register-text
        PERFORM write-register-line
    ELSE
        READ PAY-TRIAL
            AT END MOVE SPACES TO trial-header-rec
        END-READ
        IF th-bus-date NOT = ws-bus-date
            STRING "TRIAL REGISTER IS NOT FOR BUSINESS DATE "
                ws-bus-date " - TOTALS NOT COMPARED"
                DELIMITED BY SIZE INTO ws-register-text
            PERFORM write-register-line
        ELSE
            PERFORM compare-trial-lines
        END-IF
        CLOSE PAY-TRIAL
    END-IF.

compare-trial-lines.
    MOVE 0 TO ws-cmp-differ-count
    MOVE "N" TO ws-cmp-eof-flag
    MOVE ALL "N" TO ws-tot-seen-table
    PERFORM WITH TEST BEFORE UNTIL no-more-trial
        READ PAY-TRIAL
            AT END SET no-more-trial TO TRUE
            NOT AT END PERFORM match-trial-line
        END-READ
    END-PERFORM
    *> a total tonight's register printed that the trial never did
    PERFORM VARYING ws-tot-idx FROM 1 BY 1
            UNTIL ws-tot-idx > ws-tot-count
        IF ws-tot-seen(ws-tot-idx) = "N"
            ADD 1 TO ws-cmp-differ-count
            MOVE SPACES TO ws-register-text
            STRING "NOT ON TRIAL - " ws-tot-line(ws-tot-idx)
                DELIMITED BY SIZE INTO ws-register-text
            PERFORM write-register-line
        END-IF
    END-PERFORM
    MOVE SPACES TO ws-register-text
    IF ws-cmp-differ-count = 0
        STRING "TRIAL COMPARISON - ALL " ws-tot-count
            " CONTROL TOTALS AGREE WITH THE TRIAL"
            DELIMITED BY SIZE INTO ws-register-text
    ELSE
        STRING "TRIAL COMPARISON - " ws-cmp-differ-count
            " CONTROL TOTAL(S) DIFFER FROM THE SIGNED-OFF TRIAL"
            DELIMITED BY SIZE INTO ws-register-text
        MOVE 8 TO ws-return-code
    END-IF
    PERFORM write-register-line.

*> a trial totals line is one whose label matches tonight's - the
*> per-employee and exception lines above the totals are not
*> compared line by line, the totals foot them
match-trial-line.
    PERFORM VARYING ws-tot-idx FROM 1 BY 1
            UNTIL ws-tot-idx > ws-tot-count
        IF trial-line(1:17) = ws-tot-line(ws-tot-idx)(1:17)
            MOVE "Y" TO ws-tot-seen(ws-tot-idx)
            IF trial-line NOT = ws-tot-line(ws-tot-idx)
                ADD 1 TO ws-cmp-differ-count
                MOVE SPACES TO ws-register-text
                STRING "TRIAL  " trial-line(1:40)
                    DELIMITED BY SIZE INTO ws-register-text
                PERFORM write-register-line
                MOVE SPACES TO ws-register-text
                STRING "LIVE   " ws-tot-line(ws-tot-idx)(1:40)
                    DELIMITED BY SIZE INTO ws-register-text
                PERFORM write-register-line
            END-IF
        END-IF
    END-PERFORM.

*> before any file is opened: a run that died tonight is backed
*> out to its last commit and resumes from there, anything else
*> starts a fresh checkpoint against the files as they stand. The
*> register is written from empty each run; the held-cards list is
*> too, once the cards are staged
start-checkpointing.
    INITIALIZE checkpoint-rec
    MOVE ws-ops-program TO cp-program
    MOVE "PAYLOG"   TO cp-out-tag(1)
    MOVE "PAYREG"   TO cp-out-tag(2)
    MOVE "Y" TO cp-out-replace(2)
    MOVE "GARNRMT"  TO cp-out-tag(3)
    MOVE "CARDHIST" TO cp-out-tag(4)
    MOVE "HELDCARD" TO cp-out-tag(5)
    MOVE ws-run-totals TO cp-totals
    MOVE "S" TO ws-ckpt-mode
    CALL "CHKPOINT" USING ws-ckpt-mode checkpoint-rec ws-ckpt-disp
    IF ckpt-refused
        DISPLAY "PAYBATCH cannot restart - see the CHKPOINT "
            "message above"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF ckpt-restarting
        MOVE cp-totals TO ws-run-totals
        MOVE cp-input-count TO ws-restart-after
    END-IF.

*> the cards of the employees the dead run committed are read past,
*> not paid again
skip-committed-cards.
    MOVE 0 TO ws-skip-count
    PERFORM WITH TEST BEFORE
            UNTIL no-more-cards OR ws-skip-count >= ws-restart-after
        READ CARDS-SORTED
            AT END SET no-more-cards TO TRUE
            NOT AT END ADD 1 TO ws-skip-count
        END-READ
    END-PERFORM
    DISPLAY "PAYBATCH restarted - " ws-skip-count
        " card(s) already paid or held, resuming with the next".

*> the cards read, the totals and each output file's count handed
*> to CHKPOINT - W commits every interval, C at once. When a W
*> commit is due the lines counted go to disk before the commit
*> records them
record-checkpoint.
    MOVE ws-card-count TO cp-input-count
    MOVE ws-paid-count TO cp-out-written(1)
    MOVE ws-reg-lines TO cp-out-written(2)
    MOVE ws-remit-count TO cp-out-written(3)
    MOVE ws-hist-count TO cp-out-written(4)
    MOVE ws-held-count TO cp-out-written(5)
    MOVE ws-run-totals TO cp-totals
    CALL "CHKPOINT" USING ws-ckpt-mode checkpoint-rec ws-ckpt-disp
    IF ckpt-commit-due
        PERFORM secure-posting-files
        MOVE "C" TO ws-ckpt-mode
        CALL "CHKPOINT" USING ws-ckpt-mode checkpoint-rec
            ws-ckpt-disp
    END-IF.

*> between employees: every file the live run posts to closed and
*> opened again for EXTEND, so every line written so far is on disk
secure-posting-files.
    CLOSE PAYROLL-LOG
    OPEN EXTEND PAYROLL-LOG
    MOVE ws-payroll-status TO ws-reopen-status
    MOVE "PAYROLL-LOG" TO ws-io-file
    PERFORM check-reopen
    CLOSE PAY-REGISTER
    OPEN EXTEND PAY-REGISTER
    MOVE ws-register-status TO ws-reopen-status
    MOVE "PAY-REGISTER" TO ws-io-file
    PERFORM check-reopen
    CLOSE GARN-REMIT
    OPEN EXTEND GARN-REMIT
    MOVE ws-remit-status TO ws-reopen-status
    MOVE "GARN-REMIT" TO ws-io-file
    PERFORM check-reopen
    CLOSE CARD-HIST
    OPEN EXTEND CARD-HIST
    MOVE ws-hist-status TO ws-reopen-status
    MOVE "CARD-HIST" TO ws-io-file
    PERFORM check-reopen
    CLOSE HELD-CARDS
    OPEN EXTEND HELD-CARDS
    MOVE ws-held-status TO ws-reopen-status
    MOVE "HELD-CARDS" TO ws-io-file
    PERFORM check-reopen.

check-reopen.
    IF ws-reopen-status NOT = "00"
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-reopen-status
        STOP RUN
    END-IF.

*> first call of the run: already complete for this business
*> date means the whole step skips - that is how a restarted
*> dailyrun resumes at the first incomplete step
