       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CHKPOINT.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Mid-file checkpoint and restart for the posting steps - RUNSTATE
*> restarts the job stream at the failed step, but the step itself
*> started again from record one, so an ACCTPOST that died halfway
*> through acctxns.dat posted the first half to ACCT-MASTER twice on
*> the rerun (PAYAPPLY and PAYBATCH the same against AMORT-MASTER,
*> PAYROLL-YTD and the payroll log). batchclass.cob and counter.cob
*> have always checkpointed their counts; this does the same for a
*> step that updates masters and appends to shared files, where a
*> count alone is not enough:
*>
*>   mode S (start)  at the top of the run. A checkpoint still
*>                   active for today's business date means the
*>                   last run died: every master record changed
*>                   since its last commit is put back from the
*>                   before-image journal (newest first), every
*>                   output file is cut back to the records it held
*>                   at that commit (one holding fewer records than
*>                   the commit counted, or gone, refuses the
*>                   restart), and the checkpoint comes back
*>                   to the caller to restore its totals from and
*>                   re-read past its committed input - disposition
*>                   R. Otherwise each output file's record count is
*>                   taken and a commit-zero checkpoint written -
*>                   disposition F. X = the restart could not be
*>                   made; the caller stops RC=8.
*>   mode W          at every input-record boundary. Every
*>                   checkpoint.ctl interval records (100 when the
*>                   program has no line), and whenever the journal
*>                   grows past what a restart can hold, a commit is
*>                   due - disposition D; N otherwise. Nothing is
*>                   committed yet: the caller closes and reopens
*>                   (EXTEND) every output file it holds open, so
*>                   the lines it counts are on disk, then commits
*>                   with mode C.
*>   mode C          a commit taken at once, whatever the interval -
*>                   after a D, and once a step has staged work it
*>                   cannot stage again (PAYBATCH's sorted cards);
*>                   disposition C.
*>   mode E (end)    at the end of a run; the checkpoint is marked
*>                   complete, disposition E.
*>
*> The CHKIMAGE entry takes a master record's before-image just
*> before the caller (or a subprogram it calls - DEDCALC) changes
*> it; outside a checkpointed run it does nothing. The record
*> layouts are copybooks/CHKPTREC.cpy and CHKIMAGE.cpy.
*>
*> PARM NORESTART on the step discards a checkpoint left for the
*> day and runs from record one - only after the masters and files
*> have been reloaded from the backups (MASTBKUP), since nothing is
*> backed out.
*>
*> A pure CALLed subprogram in the RUNSTATE mold; the output files
*> are named here the way retention.cob names the logs it sweeps,
*> and copied a line at a time - their layouts do not matter.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CHECKPOINT-FILE ASSIGN TO "data/checkpoint.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-ckpt-status.

    SELECT CHECKPOINT-KEEP ASSIGN TO "data/checkpoint_keep.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-keep-status.

    *> program + commit interval in input records
    SELECT CHECKPOINT-CTL ASSIGN TO "data/checkpoint.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-ctl-status.

    *> before-images taken since the last commit
    SELECT CHECKPOINT-JRNL ASSIGN TO "data/checkpoint.jnl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-jrnl-status.

    SELECT TRIM-KEEP ASSIGN TO "data/checkpoint_trim.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-trim-status.

    *> the masters a restart puts back
    SELECT ACCT-MASTER ASSIGN TO "data/acctmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ab-ident
        FILE STATUS IS ws-mast-status.

    SELECT AMORT-MASTER ASSIGN TO "data/amortmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS am-key
        FILE STATUS IS ws-mast-status.

    SELECT PAYROLL-YTD ASSIGN TO "data/payrollytd.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ytd-ident
        FILE STATUS IS ws-mast-status.

    SELECT LEAVE-MASTER ASSIGN TO "data/leave.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS lv-ident
        FILE STATUS IS ws-mast-status.

    SELECT DEDUCT-MASTER ASSIGN TO "data/deducts.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS dd-ident
        FILE STATUS IS ws-mast-status.

    *> the output files a restart cuts back, by tag
    SELECT POSTED-HIST ASSIGN TO "data/acctpost.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-out-status.
    SELECT TXN-SUSPENSE ASSIGN TO "data/acctsusp.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-out-status.
    SELECT ACCT-CONTROL ASSIGN TO "data/acctctl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-out-status.
    SELECT AR-ACTIVITY ASSIGN TO "data/aractivity.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-out-status.
    SELECT APPLY-RPT ASSIGN TO "data/payapply.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-out-status.
    SELECT PAY-HISTORY ASSIGN TO "data/payhist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-out-status.
    SELECT UNAPPLIED-CREDITS ASSIGN TO "data/unapplied.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-out-status.
    SELECT CHGOFF-HIST ASSIGN TO "data/chgoffhist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-out-status.
    SELECT QUOTES-FILE ASSIGN TO "data/quotes.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-out-status.
    SELECT PAYROLL-LOG ASSIGN TO "data/payrollog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-out-status.
    SELECT PAY-REGISTER ASSIGN TO "data/payregister.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-out-status.
    SELECT GARN-REMIT ASSIGN TO "data/garnremit.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-out-status.
    SELECT CARD-HIST ASSIGN TO "data/cardhist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-out-status.
    SELECT HELD-CARDS ASSIGN TO "data/heldcards.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-out-status.

DATA DIVISION.
FILE SECTION.
*> same layout as copybooks/CHKPTREC.cpy
FD CHECKPOINT-FILE.
01 checkpoint-line PIC X(481).

FD CHECKPOINT-KEEP.
01 checkpoint-keep-line PIC X(481).

FD CHECKPOINT-CTL.
01 checkpoint-ctl-rec.
    02 cc-program  PIC X(10).
    02 cc-interval PIC 9(5).

FD CHECKPOINT-JRNL.
01 checkpoint-jrnl-rec.
    02 cj-program PIC X(10).
    02 cj-commit  PIC 9(7).
    02 cj-file    PIC X(8).
    02 cj-action  PIC X.
    02 cj-image   PIC X(200).

FD TRIM-KEEP.
01 trim-keep-line PIC X(200).

FD ACCT-MASTER.
COPY ACCTREC.

FD AMORT-MASTER.
COPY AMORTREC.

FD PAYROLL-YTD.
COPY PAYROLLYTD.

FD LEAVE-MASTER.
COPY LEAVEREC.

FD DEDUCT-MASTER.
COPY DEDUCTREC.

FD POSTED-HIST.
01 posted-hist-line PIC X(200).
FD TXN-SUSPENSE.
01 txn-susp-line PIC X(200).
FD ACCT-CONTROL.
01 acct-control-line PIC X(200).
FD AR-ACTIVITY.
01 ar-activity-line PIC X(200).
FD APPLY-RPT.
01 apply-line PIC X(200).
FD PAY-HISTORY.
01 pay-hist-line PIC X(200).
FD UNAPPLIED-CREDITS.
01 unapplied-line PIC X(200).
FD CHGOFF-HIST.
01 chgoff-hist-line PIC X(200).
FD QUOTES-FILE.
01 quotes-line PIC X(200).
FD PAYROLL-LOG.
01 payroll-log-line PIC X(200).
FD PAY-REGISTER.
01 register-line PIC X(200).
FD GARN-REMIT.
01 garn-remit-line PIC X(200).
FD CARD-HIST.
01 card-hist-line PIC X(200).
FD HELD-CARDS.
01 held-card-line PIC X(200).

WORKING-STORAGE SECTION.
01 ws-ckpt-status PIC XX VALUE "00".
01 ws-keep-status PIC XX VALUE "00".
01 ws-ctl-status  PIC XX VALUE "00".
01 ws-jrnl-status PIC XX VALUE "00".
01 ws-trim-status PIC XX VALUE "00".
01 ws-mast-status PIC XX VALUE "00".
01 ws-out-status  PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 end-of-file VALUE "Y".
01 ws-module-name PIC X(10) VALUE "CHKPOINT".

*> the run being checkpointed - set by mode S, held for the run unit
01 ws-active-flag PIC X VALUE "N".
    88 checkpointing-active VALUE "Y".
01 ws-program     PIC X(10) VALUE SPACES.
01 ws-bus-date    PIC 9(8) VALUE 0.
01 ws-cmdline     PIC X(80) VALUE SPACES.
01 ws-norestart-count PIC 9(2) VALUE 0.
*> the input count at the last commit - every before-image carries
*> it, so a restart backs out only what came after that commit
01 ws-commit-input PIC 9(7) VALUE 0.
01 ws-since-commit PIC 9(5) VALUE 0.
01 ws-jrnl-count   PIC 9(5) VALUE 0.

*> commit interval - checkpoint.ctl when the program has a line,
*> the compiled-in 100 otherwise
01 ws-interval PIC 9(5) VALUE 100.

*> the checkpoint line found for the program, and the caller's
*> record as passed (its output tags) while that one is looked at
01 ws-found-flag PIC X VALUE "N".
    88 checkpoint-found VALUE "Y".
01 ws-found-line  PIC X(481) VALUE SPACES.
01 ws-caller-line PIC X(481) VALUE SPACES.
01 ws-restart-flag PIC X VALUE "N".
    88 restart-pending VALUE "Y".

*> the before-images to put back, newest last - a commit is taken
*> well before the journal can outgrow this
01 ws-jrnl-limit PIC 9(5) VALUE 1500.
01 ws-bo-count PIC 9(4) VALUE 0.
01 ws-bo-table.
    02 ws-bo-entry OCCURS 2000 TIMES.
        03 ws-bo-file   PIC X(8).
        03 ws-bo-action PIC X.
        03 ws-bo-image  PIC X(200).
01 ws-bo-idx PIC 9(4) VALUE 0.
01 ws-bo-full-flag PIC X VALUE "N".
    88 backout-table-full VALUE "Y".
01 ws-failed-flag PIC X VALUE "N".
    88 restart-failed VALUE "Y".
01 ws-acct-open-flag  PIC X VALUE "N".
    88 acct-master-open VALUE "Y".
01 ws-amort-open-flag PIC X VALUE "N".
    88 amort-master-open VALUE "Y".
01 ws-ytd-open-flag   PIC X VALUE "N".
    88 ytd-master-open VALUE "Y".
01 ws-leave-open-flag PIC X VALUE "N".
    88 leave-master-open VALUE "Y".
01 ws-ded-open-flag   PIC X VALUE "N".
    88 deduct-master-open VALUE "Y".
01 ws-restored-count PIC 9(5) VALUE 0.

*> one output file being counted or cut back
01 ws-out-idx PIC 9 VALUE 0.
01 ws-tag PIC X(8) VALUE SPACES.
01 ws-known-flag PIC X VALUE "Y".
    88 tag-known VALUE "Y".
01 ws-line PIC X(200) VALUE SPACES.
01 ws-line-count PIC 9(9) VALUE 0.
01 ws-trim-count PIC 9(9) VALUE 0.
01 ws-dropped-count PIC 9(9) VALUE 0.

*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

LINKAGE SECTION.
*> the mode, the caller's checkpoint record (see CHKPTREC.cpy) and
*> the disposition handed back
01 LK-MODE PIC X.
COPY CHKPTREC.
01 LK-DISPOSITION PIC X.
*> CHKIMAGE entry - see CHKIMAGE.cpy
COPY CHKIMAGE.

PROCEDURE DIVISION USING LK-MODE checkpoint-rec LK-DISPOSITION.
    EVALUATE LK-MODE
        WHEN "S"
            PERFORM start-checkpointing
        WHEN "W"
            PERFORM commit-point
        WHEN "C"
            MOVE "N" TO LK-DISPOSITION
            IF checkpointing-active
                PERFORM commit-checkpoint
            END-IF
        WHEN "E"
            PERFORM end-checkpointing
    END-EVALUATE
    GOBACK.

ENTRY "CHKIMAGE" USING checkpoint-image.
    IF checkpointing-active
        PERFORM journal-before-image
    END-IF
    GOBACK.

*> a checkpoint still active for today is a run that died - it is
*> restarted unless the PARM says the files were reloaded instead
start-checkpointing.
    MOVE cp-program TO ws-program
    CALL "BUSDATE" USING ws-bus-date
    PERFORM load-interval
    ACCEPT ws-cmdline FROM COMMAND-LINE
    MOVE 0 TO ws-norestart-count
    INSPECT ws-cmdline TALLYING ws-norestart-count
        FOR ALL "NORESTART"
    MOVE checkpoint-rec TO ws-caller-line
    PERFORM find-checkpoint-line

    MOVE "N" TO ws-restart-flag
    IF checkpoint-found
        MOVE ws-found-line TO checkpoint-rec
        IF cp-active AND cp-bus-date = ws-bus-date
            MOVE "Y" TO ws-restart-flag
        END-IF
    END-IF

    EVALUATE TRUE
        WHEN restart-pending AND ws-norestart-count = 0
            PERFORM restart-from-checkpoint
        WHEN restart-pending
            DISPLAY ws-program " checkpoint after record "
                cp-input-count " discarded (PARM NORESTART) - "
                "running from record one"
            MOVE ws-caller-line TO checkpoint-rec
            PERFORM fresh-start
        WHEN OTHER
            MOVE ws-caller-line TO checkpoint-rec
            PERFORM fresh-start
    END-EVALUATE.

*> each output file's records before the run (none for one the run
*> writes from empty), and a commit-zero
*> checkpoint - a run that dies before its first commit is backed
*> out to here
fresh-start.
    MOVE ws-program TO cp-program
    MOVE ws-bus-date TO cp-bus-date
    MOVE 0 TO cp-input-count
    MOVE 0 TO cp-commit-count
    MOVE "A" TO cp-status
    PERFORM VARYING ws-out-idx FROM 1 BY 1 UNTIL ws-out-idx > 6
        MOVE 0 TO cp-out-base(ws-out-idx)
        MOVE 0 TO cp-out-written(ws-out-idx)
        IF cp-out-tag(ws-out-idx) NOT = SPACES
                AND NOT cp-out-replaced(ws-out-idx)
            MOVE cp-out-tag(ws-out-idx) TO ws-tag
            PERFORM count-tagged-file
            MOVE ws-line-count TO cp-out-base(ws-out-idx)
        END-IF
    END-PERFORM
    PERFORM clear-journal
    PERFORM write-checkpoint-line
    MOVE 0 TO ws-commit-input
    MOVE 0 TO ws-since-commit
    MOVE 0 TO ws-jrnl-count
    MOVE "Y" TO ws-active-flag
    MOVE "F" TO LK-DISPOSITION.

*> the work after the last commit undone - masters first, newest
*> image first, then every output file cut back to the commit
restart-from-checkpoint.
    MOVE "N" TO ws-failed-flag
    PERFORM load-journal-entries
    IF backout-table-full
        DISPLAY ws-program " cannot restart - more than 2000 "
            "before-images since the last commit; reload the "
            "masters and run with PARM NORESTART"
        MOVE "Y" TO ws-failed-flag
    ELSE
        PERFORM back-out-images
    END-IF
    IF NOT restart-failed
        PERFORM VARYING ws-out-idx FROM 1 BY 1
                UNTIL ws-out-idx > 6 OR restart-failed
            IF cp-out-tag(ws-out-idx) NOT = SPACES
                MOVE cp-out-tag(ws-out-idx) TO ws-tag
                COMPUTE ws-trim-count = cp-out-base(ws-out-idx)
                    + cp-out-written(ws-out-idx)
                PERFORM trim-tagged-file
            END-IF
        END-PERFORM
    END-IF
    *> the journal is kept when the restart is refused - backing
    *> the same images out again on the next attempt does no harm
    IF restart-failed
        MOVE "X" TO LK-DISPOSITION
    ELSE
        PERFORM clear-journal
        MOVE cp-input-count TO ws-commit-input
        MOVE 0 TO ws-since-commit
        MOVE 0 TO ws-jrnl-count
        MOVE "Y" TO ws-active-flag
        DISPLAY ws-program " restarting after record "
            cp-input-count " (commit " cp-commit-count ", "
            ws-restored-count " master record(s) put back)"
        MOVE "R" TO LK-DISPOSITION
    END-IF.

*> one input record done - a commit is due when the interval is up
*> or the journal is getting long; the caller makes its output
*> files safe on disk and commits with mode C
commit-point.
    MOVE "N" TO LK-DISPOSITION
    IF checkpointing-active
        ADD 1 TO ws-since-commit
        IF ws-since-commit >= ws-interval
                OR ws-jrnl-count >= ws-jrnl-limit
            MOVE "D" TO LK-DISPOSITION
        END-IF
    END-IF.

*> the caller's position and counts on file, then the images taken
*> before it are no longer needed
commit-checkpoint.
    ADD 1 TO cp-commit-count
    MOVE "A" TO cp-status
    PERFORM write-checkpoint-line
    MOVE cp-input-count TO ws-commit-input
    PERFORM clear-journal
    MOVE 0 TO ws-since-commit
    MOVE 0 TO ws-jrnl-count
    MOVE "C" TO LK-DISPOSITION.

end-checkpointing.
    IF checkpointing-active
        MOVE "C" TO cp-status
        PERFORM write-checkpoint-line
        PERFORM clear-journal
        MOVE "N" TO ws-active-flag
    END-IF
    MOVE "E" TO LK-DISPOSITION.

journal-before-image.
    OPEN EXTEND CHECKPOINT-JRNL
    IF ws-jrnl-status = "35"
        OPEN OUTPUT CHECKPOINT-JRNL
    END-IF
    IF ws-jrnl-status NOT = "00"
        MOVE "CHECKPT-JRNL" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-module-name ws-io-file
            ws-io-op ws-jrnl-status
    ELSE
        MOVE ws-program TO cj-program
        MOVE ws-commit-input TO cj-commit
        MOVE ci-file TO cj-file
        MOVE ci-action TO cj-action
        MOVE ci-image TO cj-image
        WRITE checkpoint-jrnl-rec
        CLOSE CHECKPOINT-JRNL
        ADD 1 TO ws-jrnl-count
    END-IF.

clear-journal.
    OPEN OUTPUT CHECKPOINT-JRNL
    CLOSE CHECKPOINT-JRNL.

*> the program's images written after its last commit, in the
*> order they were taken
load-journal-entries.
    MOVE 0 TO ws-bo-count
    MOVE "N" TO ws-bo-full-flag
    MOVE "N" TO ws-eof-flag
    OPEN INPUT CHECKPOINT-JRNL
    IF ws-jrnl-status = "00"
        PERFORM WITH TEST BEFORE UNTIL end-of-file
            READ CHECKPOINT-JRNL
                AT END SET end-of-file TO TRUE
                NOT AT END
                    IF cj-program = ws-program
                            AND cj-commit = cp-input-count
                        IF ws-bo-count < 2000
                            ADD 1 TO ws-bo-count
                            MOVE cj-file TO ws-bo-file(ws-bo-count)
                            MOVE cj-action
                                TO ws-bo-action(ws-bo-count)
                            MOVE cj-image TO ws-bo-image(ws-bo-count)
                        ELSE
                            MOVE "Y" TO ws-bo-full-flag
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CHECKPOINT-JRNL
    END-IF.

*> newest first, so a record changed twice since the commit ends up
*> as it stood at the commit
back-out-images.
    MOVE 0 TO ws-restored-count
    PERFORM VARYING ws-bo-idx FROM ws-bo-count BY -1
            UNTIL ws-bo-idx < 1 OR restart-failed
        PERFORM restore-one-image
    END-PERFORM
    IF acct-master-open
        CLOSE ACCT-MASTER
        MOVE "N" TO ws-acct-open-flag
    END-IF
    IF amort-master-open
        CLOSE AMORT-MASTER
        MOVE "N" TO ws-amort-open-flag
    END-IF
    IF ytd-master-open
        CLOSE PAYROLL-YTD
        MOVE "N" TO ws-ytd-open-flag
    END-IF
    IF leave-master-open
        CLOSE LEAVE-MASTER
        MOVE "N" TO ws-leave-open-flag
    END-IF
    IF deduct-master-open
        CLOSE DEDUCT-MASTER
        MOVE "N" TO ws-ded-open-flag
    END-IF.

*> R - the record goes back as it was; N - the record the run added
*> is deleted again
restore-one-image.
    EVALUATE ws-bo-file(ws-bo-idx)
        WHEN "ACCTMAST"
            IF NOT acct-master-open
                OPEN I-O ACCT-MASTER
                MOVE "ACCT-MASTER" TO ws-io-file
                PERFORM check-master-open
                MOVE "Y" TO ws-acct-open-flag
            END-IF
            IF NOT restart-failed
                MOVE ws-bo-image(ws-bo-idx) TO acct-rec
                IF ws-bo-action(ws-bo-idx) = "N"
                    DELETE ACCT-MASTER RECORD
                        INVALID KEY CONTINUE
                    END-DELETE
                ELSE
                    REWRITE acct-rec
                        INVALID KEY WRITE acct-rec
                    END-REWRITE
                END-IF
                ADD 1 TO ws-restored-count
            END-IF
        WHEN "AMORTMST"
            IF NOT amort-master-open
                OPEN I-O AMORT-MASTER
                MOVE "AMORT-MASTER" TO ws-io-file
                PERFORM check-master-open
                MOVE "Y" TO ws-amort-open-flag
            END-IF
            IF NOT restart-failed
                MOVE ws-bo-image(ws-bo-idx) TO amort-rec
                IF ws-bo-action(ws-bo-idx) = "N"
                    DELETE AMORT-MASTER RECORD
                        INVALID KEY CONTINUE
                    END-DELETE
                ELSE
                    REWRITE amort-rec
                        INVALID KEY WRITE amort-rec
                    END-REWRITE
                END-IF
                ADD 1 TO ws-restored-count
            END-IF
        WHEN "PAYRYTD"
            IF NOT ytd-master-open
                OPEN I-O PAYROLL-YTD
                MOVE "PAYROLL-YTD" TO ws-io-file
                PERFORM check-master-open
                MOVE "Y" TO ws-ytd-open-flag
            END-IF
            IF NOT restart-failed
                MOVE ws-bo-image(ws-bo-idx) TO ytd-record
                IF ws-bo-action(ws-bo-idx) = "N"
                    DELETE PAYROLL-YTD RECORD
                        INVALID KEY CONTINUE
                    END-DELETE
                ELSE
                    REWRITE ytd-record
                        INVALID KEY WRITE ytd-record
                    END-REWRITE
                END-IF
                ADD 1 TO ws-restored-count
            END-IF
        WHEN "LEAVE"
            IF NOT leave-master-open
                OPEN I-O LEAVE-MASTER
                MOVE "LEAVE-MASTER" TO ws-io-file
                PERFORM check-master-open
                MOVE "Y" TO ws-leave-open-flag
            END-IF
            IF NOT restart-failed
                MOVE ws-bo-image(ws-bo-idx) TO leave-record
                IF ws-bo-action(ws-bo-idx) = "N"
                    DELETE LEAVE-MASTER RECORD
                        INVALID KEY CONTINUE
                    END-DELETE
                ELSE
                    REWRITE leave-record
                        INVALID KEY WRITE leave-record
                    END-REWRITE
                END-IF
                ADD 1 TO ws-restored-count
            END-IF
        WHEN "DEDUCTS"
            IF NOT deduct-master-open
                OPEN I-O DEDUCT-MASTER
                MOVE "DEDUCT-MAST" TO ws-io-file
                PERFORM check-master-open
                MOVE "Y" TO ws-ded-open-flag
            END-IF
            IF NOT restart-failed
                MOVE ws-bo-image(ws-bo-idx) TO deduct-record
                IF ws-bo-action(ws-bo-idx) = "N"
                    DELETE DEDUCT-MASTER RECORD
                        INVALID KEY CONTINUE
                    END-DELETE
                ELSE
                    REWRITE deduct-record
                        INVALID KEY WRITE deduct-record
                    END-REWRITE
                END-IF
                ADD 1 TO ws-restored-count
            END-IF
        WHEN OTHER
            DISPLAY "CHKPOINT: before-image for unknown file "
                ws-bo-file(ws-bo-idx) " not restored"
            MOVE "Y" TO ws-failed-flag
    END-EVALUATE.

*> a master that will not open cannot be put back - the restart is
*> refused rather than redone over half-restored files
check-master-open.
    IF ws-mast-status NOT = "00"
        MOVE "OPEN-IO" TO ws-io-op
        CALL "IOERROR" USING ws-module-name ws-io-file
            ws-io-op ws-mast-status
        MOVE "Y" TO ws-failed-flag
    END-IF.

count-tagged-file.
    MOVE 0 TO ws-line-count
    MOVE "N" TO ws-eof-flag
    PERFORM open-tagged-input
    IF tag-known AND ws-out-status = "00"
        PERFORM WITH TEST BEFORE UNTIL end-of-file
            PERFORM read-tagged-line
            IF NOT end-of-file
                ADD 1 TO ws-line-count
            END-IF
        END-PERFORM
        PERFORM close-tagged-file
    END-IF.

*> the first ws-trim-count records to the keep file, the rest
*> counted as dropped, then the keep file copied back over the live
*> one - the keep-file swap operfile.cob uses on operators.ctl. A
*> file holding fewer records than the commit counted, or missing
*> when the commit counted any, has lost committed work - the
*> restart is refused rather than carried on without it
trim-tagged-file.
    MOVE 0 TO ws-line-count
    MOVE 0 TO ws-dropped-count
    MOVE "N" TO ws-eof-flag
    PERFORM open-tagged-input
    IF tag-known AND ws-out-status = "00"
        OPEN OUTPUT TRIM-KEEP
        PERFORM WITH TEST BEFORE UNTIL end-of-file
            PERFORM read-tagged-line
            IF NOT end-of-file
                IF ws-line-count < ws-trim-count
                    ADD 1 TO ws-line-count
                    WRITE trim-keep-line FROM ws-line
                ELSE
                    ADD 1 TO ws-dropped-count
                END-IF
            END-IF
        END-PERFORM
        PERFORM close-tagged-file
        CLOSE TRIM-KEEP
        IF ws-dropped-count > 0
            PERFORM open-tagged-output
            MOVE "N" TO ws-eof-flag
            OPEN INPUT TRIM-KEEP
            PERFORM WITH TEST BEFORE UNTIL end-of-file
                READ TRIM-KEEP INTO ws-line
                    AT END SET end-of-file TO TRUE
                    NOT AT END PERFORM write-tagged-line
                END-READ
            END-PERFORM
            CLOSE TRIM-KEEP
            PERFORM close-tagged-file
            DISPLAY ws-program " restart: " ws-tag " cut back to "
                ws-line-count " record(s), " ws-dropped-count
                " written after the last commit removed"
        END-IF
        IF ws-line-count < ws-trim-count
            DISPLAY ws-program " cannot restart - " ws-tag
                " holds " ws-line-count " record(s), the last "
                "commit counted " ws-trim-count "; reload from the "
                "backups and run with PARM NORESTART"
            MOVE "Y" TO ws-failed-flag
        END-IF
    ELSE
        IF tag-known AND ws-trim-count > 0
            DISPLAY ws-program " cannot restart - " ws-tag
                " will not open (status " ws-out-status "), the "
                "last commit counted " ws-trim-count " record(s); "
                "reload from the backups and run with PARM "
                "NORESTART"
            MOVE "Y" TO ws-failed-flag
        END-IF
    END-IF.

open-tagged-input.
    MOVE "Y" TO ws-known-flag
    EVALUATE ws-tag
        WHEN "ACCTHIST" OPEN INPUT POSTED-HIST
        WHEN "ACCTSUSP" OPEN INPUT TXN-SUSPENSE
        WHEN "ACCTCTL"  OPEN INPUT ACCT-CONTROL
        WHEN "ARJRNL"   OPEN INPUT AR-ACTIVITY
        WHEN "APPLYRPT" OPEN INPUT APPLY-RPT
        WHEN "PAYHIST"  OPEN INPUT PAY-HISTORY
        WHEN "UNAPPLD"  OPEN INPUT UNAPPLIED-CREDITS
        WHEN "CHGOFFH"  OPEN INPUT CHGOFF-HIST
        WHEN "QUOTES"   OPEN INPUT QUOTES-FILE
        WHEN "PAYLOG"   OPEN INPUT PAYROLL-LOG
        WHEN "PAYREG"   OPEN INPUT PAY-REGISTER
        WHEN "GARNRMT"  OPEN INPUT GARN-REMIT
        WHEN "CARDHIST" OPEN INPUT CARD-HIST
        WHEN "HELDCARD" OPEN INPUT HELD-CARDS
        WHEN OTHER
            DISPLAY "CHKPOINT: unknown output file " ws-tag
                " - not counted or cut back"
            MOVE "N" TO ws-known-flag
    END-EVALUATE.

open-tagged-output.
    EVALUATE ws-tag
        WHEN "ACCTHIST" OPEN OUTPUT POSTED-HIST
        WHEN "ACCTSUSP" OPEN OUTPUT TXN-SUSPENSE
        WHEN "ACCTCTL"  OPEN OUTPUT ACCT-CONTROL
        WHEN "ARJRNL"   OPEN OUTPUT AR-ACTIVITY
        WHEN "APPLYRPT" OPEN OUTPUT APPLY-RPT
        WHEN "PAYHIST"  OPEN OUTPUT PAY-HISTORY
        WHEN "UNAPPLD"  OPEN OUTPUT UNAPPLIED-CREDITS
        WHEN "CHGOFFH"  OPEN OUTPUT CHGOFF-HIST
        WHEN "QUOTES"   OPEN OUTPUT QUOTES-FILE
        WHEN "PAYLOG"   OPEN OUTPUT PAYROLL-LOG
        WHEN "PAYREG"   OPEN OUTPUT PAY-REGISTER
        WHEN "GARNRMT"  OPEN OUTPUT GARN-REMIT
        WHEN "CARDHIST" OPEN OUTPUT CARD-HIST
        WHEN "HELDCARD" OPEN OUTPUT HELD-CARDS
    END-EVALUATE.

read-tagged-line.
    EVALUATE ws-tag
        WHEN "ACCTHIST"
            READ POSTED-HIST INTO ws-line
                AT END SET end-of-file TO TRUE
            END-READ
        WHEN "ACCTSUSP"
            READ TXN-SUSPENSE INTO ws-line
                AT END SET end-of-file TO TRUE
            END-READ
        WHEN "ACCTCTL"
            READ ACCT-CONTROL INTO ws-line
                AT END SET end-of-file TO TRUE
            END-READ
        WHEN "ARJRNL"
            READ AR-ACTIVITY INTO ws-line
                AT END SET end-of-file TO TRUE
            END-READ
        WHEN "APPLYRPT"
            READ APPLY-RPT INTO ws-line
                AT END SET end-of-file TO TRUE
            END-READ
        WHEN "PAYHIST"
            READ PAY-HISTORY INTO ws-line
                AT END SET end-of-file TO TRUE
            END-READ
        WHEN "UNAPPLD"
            READ UNAPPLIED-CREDITS INTO ws-line
                AT END SET end-of-file TO TRUE
            END-READ
        WHEN "CHGOFFH"
            READ CHGOFF-HIST INTO ws-line
                AT END SET end-of-file TO TRUE
            END-READ
        WHEN "QUOTES"
            READ QUOTES-FILE INTO ws-line
                AT END SET end-of-file TO TRUE
            END-READ
        WHEN "PAYLOG"
            READ PAYROLL-LOG INTO ws-line
                AT END SET end-of-file TO TRUE
            END-READ
        WHEN "PAYREG"
            READ PAY-REGISTER INTO ws-line
                AT END SET end-of-file TO TRUE
            END-READ
        WHEN "GARNRMT"
            READ GARN-REMIT INTO ws-line
                AT END SET end-of-file TO TRUE
            END-READ
        WHEN "CARDHIST"
            READ CARD-HIST INTO ws-line
                AT END SET end-of-file TO TRUE
            END-READ
        WHEN "HELDCARD"
            READ HELD-CARDS INTO ws-line
                AT END SET end-of-file TO TRUE
            END-READ
    END-EVALUATE.

write-tagged-line.
    EVALUATE ws-tag
        WHEN "ACCTHIST" WRITE posted-hist-line FROM ws-line
        WHEN "ACCTSUSP" WRITE txn-susp-line FROM ws-line
        WHEN "ACCTCTL"  WRITE acct-control-line FROM ws-line
        WHEN "ARJRNL"   WRITE ar-activity-line FROM ws-line
        WHEN "APPLYRPT" WRITE apply-line FROM ws-line
        WHEN "PAYHIST"  WRITE pay-hist-line FROM ws-line
        WHEN "UNAPPLD"  WRITE unapplied-line FROM ws-line
        WHEN "CHGOFFH"  WRITE chgoff-hist-line FROM ws-line
        WHEN "QUOTES"   WRITE quotes-line FROM ws-line
        WHEN "PAYLOG"   WRITE payroll-log-line FROM ws-line
        WHEN "PAYREG"   WRITE register-line FROM ws-line
        WHEN "GARNRMT"  WRITE garn-remit-line FROM ws-line
        WHEN "CARDHIST" WRITE card-hist-line FROM ws-line
        WHEN "HELDCARD" WRITE held-card-line FROM ws-line
    END-EVALUATE.

close-tagged-file.
    EVALUATE ws-tag
        WHEN "ACCTHIST" CLOSE POSTED-HIST
        WHEN "ACCTSUSP" CLOSE TXN-SUSPENSE
        WHEN "ACCTCTL"  CLOSE ACCT-CONTROL
        WHEN "ARJRNL"   CLOSE AR-ACTIVITY
        WHEN "APPLYRPT" CLOSE APPLY-RPT
        WHEN "PAYHIST"  CLOSE PAY-HISTORY
        WHEN "UNAPPLD"  CLOSE UNAPPLIED-CREDITS
        WHEN "CHGOFFH"  CLOSE CHGOFF-HIST
        WHEN "QUOTES"   CLOSE QUOTES-FILE
        WHEN "PAYLOG"   CLOSE PAYROLL-LOG
        WHEN "PAYREG"   CLOSE PAY-REGISTER
        WHEN "GARNRMT"  CLOSE GARN-REMIT
        WHEN "CARDHIST" CLOSE CARD-HIST
        WHEN "HELDCARD" CLOSE HELD-CARDS
    END-EVALUATE.

find-checkpoint-line.
    MOVE "N" TO ws-found-flag
    MOVE "N" TO ws-eof-flag
    OPEN INPUT CHECKPOINT-FILE
    IF ws-ckpt-status = "00"
        PERFORM WITH TEST BEFORE UNTIL end-of-file
            READ CHECKPOINT-FILE
                AT END SET end-of-file TO TRUE
                NOT AT END
                    IF checkpoint-line(1:10) = ws-program
                        MOVE "Y" TO ws-found-flag
                        MOVE checkpoint-line TO ws-found-line
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CHECKPOINT-FILE
    END-IF.

*> every other program's line to the keep file, this one's replaced
*> (or added), then the keep file copied back over the live one
write-checkpoint-line.
    MOVE "N" TO ws-eof-flag
    OPEN OUTPUT CHECKPOINT-KEEP
    IF ws-keep-status NOT = "00"
        MOVE "CHECKPT-KEEP" TO ws-io-file
        MOVE "OPEN-OUT" TO ws-io-op
        CALL "IOERROR" USING ws-module-name ws-io-file
            ws-io-op ws-keep-status
    ELSE
        OPEN INPUT CHECKPOINT-FILE
        IF ws-ckpt-status = "00"
            PERFORM WITH TEST BEFORE UNTIL end-of-file
                READ CHECKPOINT-FILE
                    AT END SET end-of-file TO TRUE
                    NOT AT END
                        IF checkpoint-line(1:10) NOT = ws-program
                            WRITE checkpoint-keep-line
                                FROM checkpoint-line
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CHECKPOINT-FILE
        END-IF
        WRITE checkpoint-keep-line FROM checkpoint-rec
        CLOSE CHECKPOINT-KEEP

        MOVE "N" TO ws-eof-flag
        OPEN INPUT CHECKPOINT-KEEP
        OPEN OUTPUT CHECKPOINT-FILE
        PERFORM WITH TEST BEFORE UNTIL end-of-file
            READ CHECKPOINT-KEEP
                AT END SET end-of-file TO TRUE
                NOT AT END
                    WRITE checkpoint-line FROM checkpoint-keep-line
            END-READ
        END-PERFORM
        CLOSE CHECKPOINT-KEEP
        CLOSE CHECKPOINT-FILE
    END-IF.

*> no control file, or no line for the program, is the compiled-in
*> interval
load-interval.
    MOVE 100 TO ws-interval
    MOVE "N" TO ws-eof-flag
    OPEN INPUT CHECKPOINT-CTL
    IF ws-ctl-status = "00"
        PERFORM WITH TEST BEFORE UNTIL end-of-file
            READ CHECKPOINT-CTL
                AT END SET end-of-file TO TRUE
                NOT AT END
                    IF cc-program = ws-program
                            AND cc-interval IS NUMERIC
                            AND cc-interval > 0
                        MOVE cc-interval TO ws-interval
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CHECKPOINT-CTL
    END-IF.
