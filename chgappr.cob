       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CHGAPPR.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Second-person approval of sensitive master changes - deposit
*> routing and accounts (DDMAINT), pay rates (RATEMAINT and the
*> MASSRAISE department raise) and garnishment orders (GARNMAINT)
*> are queued on the pending-change file (PENDCHG) instead of
*> landing on their masters. This is the
*> only way onto BANKACCT-MASTER, PAY-RATE-MASTER and GARN-MASTER
*> for a keyed change: a supervisor (on supervisor.ctl, the
*> chgoff.cob/mthclose.cob rule) takes each waiting change in turn,
*> sees who keyed it and when, and the record before and after, and
*> approves it, rejects it, or leaves it waiting.
*>
*>   - the operator who keyed a change can never decide it - it is
*>     shown and passed over for another supervisor
*>   - approval applies the change only if the master record still
*>     matches the before image it was keyed against; otherwise the
*>     change is stamped stale and must be keyed again
*>   - an approved deposit enrollment's effective date becomes the
*>     approval date, so its prenote cycle starts from when it is on
*>     the master (DDSPLIT activates prenotes dated before today)
*>
*> Every decision stays on the pending-change file, stamped with the
*> checker and the date - the file is the record of who keyed and
*> who approved what. The stamps go back over the file with the
*> keep-file swap opscheck.cob uses on the ops log. Not a nightly
*> step; pendrpt.cob reports what is still waiting every night.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PEND-FILE ASSIGN TO "data/pendchg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-pend-status.

    SELECT PEND-KEEP ASSIGN TO "data/pendchg_keep.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-keep-status.

    SELECT BANKACCT-MASTER ASSIGN TO "data/bankacct.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ba-ident
        FILE STATUS IS ws-bank-status.

    SELECT PAY-RATE-MASTER ASSIGN TO "data/payrates.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS pr-ident
        FILE STATUS IS ws-rate-status.

    SELECT GARN-MASTER ASSIGN TO "data/garnish.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS gr-ident
        FILE STATUS IS ws-garn-status.

    *> operator ids allowed to approve a change
    SELECT SUPERVISOR-CTL ASSIGN TO "data/supervisor.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-supv-status.

    SELECT OP-SESSION ASSIGN TO "data/opsession.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-session-status.

DATA DIVISION.
FILE SECTION.
FD PEND-FILE.
*> shared with pendchg.cob and pendrpt.cob - see
*> copybooks/PENDREC.cpy
COPY PENDREC.

FD PEND-KEEP.
01 pend-keep-rec PIC X(267).

FD BANKACCT-MASTER.
COPY BANKACCT.

FD PAY-RATE-MASTER.
COPY PAYRATE.

FD GARN-MASTER.
COPY GARNREC.

FD SUPERVISOR-CTL.
01 supervisor-ctl-rec.
    02 sc-operator PIC X(8).

FD OP-SESSION.
01 op-session-rec.
    02 os-operator PIC X(8).

WORKING-STORAGE SECTION.
01 ws-pend-status    PIC XX VALUE "00".
01 ws-keep-status    PIC XX VALUE "00".
01 ws-bank-status    PIC XX VALUE "00".
01 ws-rate-status    PIC XX VALUE "00".
01 ws-garn-status    PIC XX VALUE "00".
01 ws-supv-status    PIC XX VALUE "00".
01 ws-session-status PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 end-of-file VALUE "Y".
01 ws-pend-eof-flag PIC X VALUE "N".
    88 no-more-changes VALUE "Y".

01 ws-operator PIC X(8) VALUE "BATCH".
01 ws-supv-flag PIC X VALUE "N".
    88 operator-is-supervisor VALUE "Y".

01 ws-bus-date PIC 9(8) VALUE 0.
01 ws-age-days PIC S9(5) VALUE 0.
01 ws-decision PIC X VALUE SPACE.

*> what applying one change came to: A applied, S stale (the master
*> moved since it was keyed), E the master refused the update
01 ws-apply-result PIC X VALUE SPACE.
01 ws-record-found-flag PIC X VALUE "N".
    88 record-found VALUE "Y".
01 ws-current-image PIC X(100) VALUE SPACES.

*> one record image laid out for the screen in whichever master's
*> layout the change is for
01 ws-show-label PIC X(7) VALUE SPACES.
01 ws-show-image PIC X(100) VALUE SPACES.
01 ws-show-bank REDEFINES ws-show-image.
    02 ws-sb-ident    PIC 9(3).
    02 ws-sb-routing  PIC 9(9).
    02 ws-sb-account  PIC X(12).
    02 ws-sb-status   PIC X.
    02 ws-sb-eff-date PIC 9(8).
    02 FILLER         PIC X(67).
01 ws-show-rate REDEFINES ws-show-image.
    02 ws-sr-ident          PIC 9(3).
    02 ws-sr-eff-date       PIC 9(8).
    02 ws-sr-rate           PIC 9(3)V99.
    02 ws-sr-prior-eff-date PIC 9(8).
    02 ws-sr-prior-rate     PIC 9(3)V99.
    02 FILLER               PIC X(71).
01 ws-show-garn REDEFINES ws-show-image.
    02 ws-sg-ident PIC 9(3).
    02 ws-sg-slot OCCURS 3 TIMES.
        03 ws-sg-case  PIC X(10).
        03 ws-sg-payee PIC X(16).
        03 ws-sg-pct   PIC 9(2)V99.
    02 FILLER      PIC X(7).
01 ws-slot PIC 9 VALUE 0.
01 ws-rate-display  PIC ZZ9.99.
01 ws-prior-display PIC ZZ9.99.
01 ws-pct-display   PIC Z9.99.

01 ws-reviewed-count PIC 9(5) VALUE 0.
01 ws-approved-count PIC 9(5) VALUE 0.
01 ws-rejected-count PIC 9(5) VALUE 0.
01 ws-stale-count    PIC 9(5) VALUE 0.
01 ws-own-count      PIC 9(5) VALUE 0.
01 ws-decided-count  PIC 9(5) VALUE 0.

01 ws-return-code PIC 9(4) VALUE 0.

*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
01 ws-ops-program PIC X(10) VALUE "CHGAPPR".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
CALL "BUSDATE" USING ws-bus-date

*> a review by anyone but a listed supervisor applies nothing
PERFORM read-operator-session
PERFORM check-supervisor
IF NOT operator-is-supervisor
    DISPLAY "CHGAPPR: operator " ws-operator
        " is not on supervisor.ctl - approval refused"
    MOVE 8 TO ws-return-code
    PERFORM log-and-stop
END-IF

OPEN INPUT PEND-FILE
IF ws-pend-status NOT = "00"
    DISPLAY "No changes waiting for approval"
    PERFORM log-and-stop
END-IF

PERFORM open-masters
OPEN OUTPUT PEND-KEEP

PERFORM WITH TEST BEFORE UNTIL no-more-changes
    READ PEND-FILE
        AT END SET no-more-changes TO TRUE
        NOT AT END
            IF pn-pending
                PERFORM review-change
            END-IF
            MOVE pend-rec TO pend-keep-rec
            WRITE pend-keep-rec
    END-READ
END-PERFORM

CLOSE PEND-FILE
CLOSE PEND-KEEP
CLOSE BANKACCT-MASTER
CLOSE PAY-RATE-MASTER
CLOSE GARN-MASTER

IF ws-decided-count > 0
    PERFORM copy-keep-to-pending
END-IF

DISPLAY "CHGAPPR: " ws-reviewed-count " waiting, "
    ws-approved-count " approved, " ws-rejected-count
    " rejected, " ws-stale-count " stale, " ws-own-count
    " keyed by you and left for another supervisor"
PERFORM log-and-stop.

*> a missing master is a hard error - INITMAST creates the shop's
*> masters deliberately, never a production step
open-masters.
    MOVE "OPEN-IO" TO ws-io-op
    OPEN I-O BANKACCT-MASTER
    IF ws-bank-status NOT = "00"
        MOVE "BANKACCT" TO ws-io-file
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-bank-status
        STOP RUN
    END-IF
    OPEN I-O PAY-RATE-MASTER
    IF ws-rate-status NOT = "00"
        MOVE "RATE-MASTER" TO ws-io-file
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-rate-status
        STOP RUN
    END-IF
    OPEN I-O GARN-MASTER
    IF ws-garn-status NOT = "00"
        MOVE "GARN-MASTER" TO ws-io-file
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-garn-status
        STOP RUN
    END-IF.

review-change.
    ADD 1 TO ws-reviewed-count
    PERFORM show-change
    IF pn-maker = ws-operator
        DISPLAY "  Keyed by you - another supervisor must decide it"
        ADD 1 TO ws-own-count
    ELSE
        DISPLAY "  A approve, R reject, S skip (leave waiting): "
            WITH NO ADVANCING
        ACCEPT ws-decision
        EVALUATE ws-decision
            WHEN "A" WHEN "a"
                PERFORM approve-change
            WHEN "R" WHEN "r"
                MOVE "R" TO pn-status
                PERFORM stamp-decision
                ADD 1 TO ws-rejected-count
                DISPLAY "  Rejected - the master is unchanged"
            WHEN OTHER
                DISPLAY "  Left waiting"
        END-EVALUATE
    END-IF.

show-change.
    COMPUTE ws-age-days =
        FUNCTION INTEGER-OF-DATE(ws-bus-date)
        - FUNCTION INTEGER-OF-DATE(pn-keyed-date)
    DISPLAY " "
    DISPLAY pn-master " change for employee " pn-ident " - "
        pn-action " keyed by " pn-maker " on " pn-program " "
        pn-keyed-date " " pn-keyed-time " (" ws-age-days " days)"
    MOVE "BEFORE" TO ws-show-label
    MOVE pn-before TO ws-show-image
    PERFORM show-image
    MOVE "AFTER" TO ws-show-label
    MOVE pn-after TO ws-show-image
    PERFORM show-image.

show-image.
    IF ws-show-image = SPACES
        DISPLAY "  " ws-show-label ": (no record)"
    ELSE
        EVALUATE pn-master
            WHEN "BANKACCT"
                DISPLAY "  " ws-show-label ": ROUTING " ws-sb-routing
                    " ACCOUNT " ws-sb-account " STATUS " ws-sb-status
            WHEN "PAYRATE"
                MOVE ws-sr-rate TO ws-rate-display
                MOVE ws-sr-prior-rate TO ws-prior-display
                DISPLAY "  " ws-show-label ": RATE " ws-rate-display
                    " EFF " ws-sr-eff-date " PRIOR " ws-prior-display
                    " EFF " ws-sr-prior-eff-date
            WHEN "GARN"
                DISPLAY "  " ws-show-label ":"
                PERFORM VARYING ws-slot FROM 1 BY 1 UNTIL ws-slot > 3
                    IF ws-sg-case(ws-slot) NOT = SPACES
                        MOVE ws-sg-pct(ws-slot) TO ws-pct-display
                        DISPLAY "    " ws-sg-case(ws-slot) " PAYEE "
                            ws-sg-payee(ws-slot) " PCT "
                            ws-pct-display
                    END-IF
                END-PERFORM
        END-EVALUATE
    END-IF.

approve-change.
    MOVE SPACE TO ws-apply-result
    EVALUATE pn-master
        WHEN "BANKACCT" PERFORM apply-bankacct-change
        WHEN "PAYRATE"  PERFORM apply-payrate-change
        WHEN "GARN"     PERFORM apply-garn-change
        WHEN OTHER      MOVE "E" TO ws-apply-result
    END-EVALUATE
    EVALUATE ws-apply-result
        WHEN "A"
            MOVE "A" TO pn-status
            PERFORM stamp-decision
            ADD 1 TO ws-approved-count
            DISPLAY "  Approved - applied to the master"
        WHEN "S"
            MOVE "S" TO pn-status
            PERFORM stamp-decision
            ADD 1 TO ws-stale-count
            DISPLAY "  The master record has changed since this was "
                "keyed - stamped stale, NOT applied; key it again"
        WHEN OTHER
            DISPLAY "  The master refused the update - left waiting"
            MOVE 8 TO ws-return-code
    END-EVALUATE.

stamp-decision.
    MOVE ws-operator TO pn-checker
    MOVE ws-bus-date TO pn-decided-date
    ADD 1 TO ws-decided-count.

*> each apply re-reads the record and holds it to the before image
*> first - an add expects no record, a change or drop the very record
*> the maker saw
apply-bankacct-change.
    MOVE "N" TO ws-record-found-flag
    MOVE SPACES TO ws-current-image
    MOVE pn-ident TO ba-ident
    READ BANKACCT-MASTER
        INVALID KEY CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO ws-record-found-flag
            MOVE bank-acct-rec TO ws-current-image
    END-READ
    IF ws-current-image NOT = pn-before
        MOVE "S" TO ws-apply-result
    ELSE
        MOVE "A" TO ws-apply-result
        EVALUATE pn-action
            WHEN "DELETE"
                DELETE BANKACCT-MASTER
                    INVALID KEY MOVE "E" TO ws-apply-result
                END-DELETE
            WHEN "WRITE"
                MOVE pn-after TO bank-acct-rec
                MOVE ws-bus-date TO ba-eff-date
                WRITE bank-acct-rec
                    INVALID KEY MOVE "E" TO ws-apply-result
                END-WRITE
            WHEN OTHER
                MOVE pn-after TO bank-acct-rec
                MOVE ws-bus-date TO ba-eff-date
                REWRITE bank-acct-rec
                    INVALID KEY MOVE "E" TO ws-apply-result
                END-REWRITE
        END-EVALUATE
    END-IF.

apply-payrate-change.
    MOVE "N" TO ws-record-found-flag
    MOVE SPACES TO ws-current-image
    MOVE pn-ident TO pr-ident
    READ PAY-RATE-MASTER
        INVALID KEY CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO ws-record-found-flag
            MOVE rate-record TO ws-current-image
    END-READ
    IF ws-current-image NOT = pn-before
        MOVE "S" TO ws-apply-result
    ELSE
        MOVE "A" TO ws-apply-result
        MOVE pn-after TO rate-record
        IF pn-action = "WRITE"
            WRITE rate-record
                INVALID KEY MOVE "E" TO ws-apply-result
            END-WRITE
        ELSE
            REWRITE rate-record
                INVALID KEY MOVE "E" TO ws-apply-result
            END-REWRITE
        END-IF
    END-IF.

apply-garn-change.
    MOVE "N" TO ws-record-found-flag
    MOVE SPACES TO ws-current-image
    MOVE pn-ident TO gr-ident
    READ GARN-MASTER
        INVALID KEY CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO ws-record-found-flag
            MOVE garn-record TO ws-current-image
    END-READ
    IF ws-current-image NOT = pn-before
        MOVE "S" TO ws-apply-result
    ELSE
        MOVE "A" TO ws-apply-result
        MOVE pn-after TO garn-record
        IF pn-action = "WRITE"
            WRITE garn-record
                INVALID KEY MOVE "E" TO ws-apply-result
            END-WRITE
        ELSE
            REWRITE garn-record
                INVALID KEY MOVE "E" TO ws-apply-result
            END-REWRITE
        END-IF
    END-IF.

*> the live pending-change file rewritten from the keep copy - same
*> swap opscheck.cob uses on the ops log
copy-keep-to-pending.
    MOVE "N" TO ws-pend-eof-flag
    OPEN INPUT PEND-KEEP
    OPEN OUTPUT PEND-FILE
    PERFORM WITH TEST BEFORE UNTIL no-more-changes
        READ PEND-KEEP
            AT END SET no-more-changes TO TRUE
            NOT AT END
                MOVE pend-keep-rec TO pend-rec
                WRITE pend-rec
        END-READ
    END-PERFORM
    CLOSE PEND-KEEP
    CLOSE PEND-FILE.

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

log-and-stop.
    INITIALIZE ws-ops-counts
    MOVE ws-reviewed-count TO ws-ops-read
    MOVE ws-approved-count TO ws-ops-written
    COMPUTE ws-ops-rejected = ws-rejected-count + ws-stale-count
    CALL "OPSLOG" USING ws-ops-program ws-ops-counts
        ws-return-code
    IF ws-return-code NOT = 0
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.
