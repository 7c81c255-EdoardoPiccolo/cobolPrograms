       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. POSPAY.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Positive pay issue file - bankrecon.cob tells the shop after the
*> fact which checks cleared, but nothing told the bank beforehand
*> which checks were really issued, so an altered or counterfeit
*> check drawn on the account got paid. This reads the check
*> register (copybooks/CHECKREG.cpy) and sends the bank every line
*> it has not been told about yet - payroll checks from CHECKPRINT,
*> refund checks from REFUNDRUN, reissues from CHECKVOID - as an
*> issue record, and every check stamped V - or E, escheated to the
*> state by escheat.cob - as a void record, each with check number,
*> amount, issue date and the payee name off CUSTOMER-MASTER. A
*> count-and-amount trailer closes the file.
*>
*> What the bank has been sent is kept on data/ppsent.dat, one line
*> per check per record type with the business date it went out, so
*> tomorrow's file carries only tomorrow's new lines. A rerun of the
*> same business date (PARM FORCE) sends that date's lines again, so
*> the day's file is whole whichever run the bank picks up. The
*> bank's exceptions against this file are decided on ppdesk.cob.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CHECK-REGISTER ASSIGN TO "data/checkreg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-register-status.

    SELECT CUSTOMER-MASTER ASSIGN TO "data/custmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ident
        ALTERNATE RECORD KEY IS custName WITH DUPLICATES
        FILE STATUS IS ws-cust-status.

    *> what the bank has already been told - append-only
    SELECT PP-SENT ASSIGN TO "data/ppsent.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-sent-status.

    *> the day's issue file for the bank
    SELECT PP-ISSUE ASSIGN TO "data/pospay.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-issue-status.

DATA DIVISION.
FILE SECTION.
FD CHECK-REGISTER.
*> shared with checkprint.cob - see copybooks/CHECKREG.cpy
COPY CHECKREG.

FD CUSTOMER-MASTER.
COPY CUSTREC.

FD PP-SENT.
01 pp-sent-rec.
*> I = issue record sent, V = void record sent
    02 ps-record-type PIC X.
    02 ps-check-no    PIC 9(6).
    02 ps-bus-date    PIC 9(8).

FD PP-ISSUE.
01 pp-issue-rec.
*> I = issued check, V = voided check, T = trailer
    02 pi-record-type PIC X.
    02 pi-check-no    PIC 9(6).
    02 pi-amount      PIC 9(5)V99.
    02 pi-issue-date  PIC 9(8).
    02 pi-payee       PIC X(20).
01 pp-trailer-rec.
    02 pt-record-type  PIC X.
    02 pt-issue-count  PIC 9(5).
    02 pt-issue-amount PIC 9(9)V99.
    02 pt-void-count   PIC 9(5).
    02 pt-void-amount  PIC 9(9)V99.

WORKING-STORAGE SECTION.
01 ws-register-status PIC XX VALUE "00".
01 ws-cust-status     PIC XX VALUE "00".
01 ws-sent-status     PIC XX VALUE "00".
01 ws-issue-status    PIC XX VALUE "00".
01 ws-reg-eof-flag PIC X VALUE "N".
    88 no-more-register VALUE "Y".
01 ws-cust-open-flag PIC X VALUE "N".
    88 cust-master-open VALUE "Y".

01 ws-bus-date PIC 9(8) VALUE 0.
01 ws-payee-name PIC X(20) VALUE SPACES.

*> one entry per check the bank has heard about, with the business
*> date each record type went out (zero = not sent yet) - sized for
*> the year RETENTION keeps on PP-SENT (PPSENT tag, never shorter
*> than the register's own CHECKREG window); aborts loudly when
*> full, the bankrecon.cob register-table rule
01 ws-sent-count PIC 9(4) VALUE 0.
01 ws-sent-table.
    02 ws-sent-entry OCCURS 5000 TIMES
            INDEXED BY ws-sent-idx.
        03 ws-sent-check     PIC 9(6).
        03 ws-sent-issued-on PIC 9(8).
        03 ws-sent-voided-on PIC 9(8).
01 ws-found-idx PIC 9(4) VALUE 0.
01 ws-table-full-flag PIC X VALUE "N".
    88 sent-table-full VALUE "Y".

*> lines new on this run, appended to PP-SENT once the issue file
*> is complete
01 ws-new-count PIC 9(4) VALUE 0.
01 ws-new-table.
    02 ws-new-entry OCCURS 500 TIMES
            INDEXED BY ws-new-idx.
        03 ws-new-type  PIC X.
        03 ws-new-check PIC 9(6).

01 ws-reg-count    PIC 9(5) VALUE 0.
01 ws-issue-count  PIC 9(5) VALUE 0.
01 ws-issue-amount PIC 9(9)V99 VALUE 0.
01 ws-void-count   PIC 9(5) VALUE 0.
01 ws-void-amount  PIC 9(9)V99 VALUE 0.

01 ws-return-code PIC 9(4) VALUE 0.

*> job-stream run-state handshake (RUNSTATE) - this step skips when
*> already complete for the business date (PARM FORCE re-runs it)
01 ws-rs-check PIC X VALUE "C".
01 ws-rs-done  PIC X VALUE "D".
01 ws-rs-rc    PIC 9(4) VALUE 0.
01 ws-rs-disp  PIC X VALUE "R".

*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
01 ws-ops-program PIC X(10) VALUE "POSPAY".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
PERFORM check-run-state-or-skip

CALL "BUSDATE" USING ws-bus-date
PERFORM load-sent-history

IF sent-table-full
    DISPLAY "POSPAY: more checks sent than the table holds - "
        "no issue file written"
    MOVE 8 TO ws-return-code
ELSE
    OPEN INPUT CUSTOMER-MASTER
    IF ws-cust-status = "00"
        MOVE "Y" TO ws-cust-open-flag
    END-IF

    OPEN OUTPUT PP-ISSUE
    IF ws-issue-status NOT = "00"
        MOVE "PP-ISSUE" TO ws-io-file
        MOVE "OPEN-OUT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-issue-status
        STOP RUN
    END-IF

    PERFORM send-register-lines

    MOVE "T" TO pt-record-type
    MOVE ws-issue-count TO pt-issue-count
    MOVE ws-issue-amount TO pt-issue-amount
    MOVE ws-void-count TO pt-void-count
    MOVE ws-void-amount TO pt-void-amount
    WRITE pp-trailer-rec
    CLOSE PP-ISSUE

    IF cust-master-open
        CLOSE CUSTOMER-MASTER
    END-IF

    IF ws-return-code = 0
        PERFORM record-new-lines-sent
    END-IF
END-IF

DISPLAY "POSPAY: " ws-issue-count " issued " ws-issue-amount
    " / " ws-void-count " voided " ws-void-amount

INITIALIZE ws-ops-counts
MOVE ws-reg-count TO ws-ops-read
COMPUTE ws-ops-written = ws-issue-count + ws-void-count
MOVE ws-issue-amount TO ws-ops-amount
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

MOVE ws-return-code TO ws-rs-rc
CALL "RUNSTATE" USING ws-ops-program ws-rs-done
    ws-rs-rc ws-rs-disp

IF ws-return-code NOT = 0
    MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> no register yet is a shop that has cut no checks - the bank
*> gets a file with just the zero trailer
send-register-lines.
    OPEN INPUT CHECK-REGISTER
    IF ws-register-status NOT = "00"
        AND ws-register-status NOT = "35"
        MOVE "CHECK-REG" TO ws-io-file
        MOVE "OPEN-IN" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-register-status
        STOP RUN
    END-IF
    IF ws-register-status = "00"
        PERFORM WITH TEST BEFORE UNTIL no-more-register
            READ CHECK-REGISTER
                AT END SET no-more-register TO TRUE
                NOT AT END PERFORM send-one-check
            END-READ
        END-PERFORM
        CLOSE CHECK-REGISTER
    END-IF.

*> an issue record for a check the bank has not heard of, or heard
*> of today; a void record on the same test once it is stamped V
*> or E
send-one-check.
    ADD 1 TO ws-reg-count
    PERFORM find-sent-entry
    IF ws-found-idx = 0
        IF ws-sent-count < 5000
            ADD 1 TO ws-sent-count
            MOVE ws-sent-count TO ws-found-idx
            MOVE cr-check-no TO ws-sent-check(ws-found-idx)
            MOVE 0 TO ws-sent-issued-on(ws-found-idx)
            MOVE 0 TO ws-sent-voided-on(ws-found-idx)
        ELSE
            DISPLAY "POSPAY: sent table full at check " cr-check-no
            MOVE 8 TO ws-return-code
            SET no-more-register TO TRUE
        END-IF
    END-IF
    IF ws-found-idx > 0
        IF ws-sent-issued-on(ws-found-idx) = 0
                OR ws-sent-issued-on(ws-found-idx) = ws-bus-date
            MOVE "I" TO pi-record-type
            PERFORM write-issue-line
            ADD 1 TO ws-issue-count
            ADD cr-amount TO ws-issue-amount
            IF ws-sent-issued-on(ws-found-idx) = 0
                MOVE ws-bus-date TO ws-sent-issued-on(ws-found-idx)
                PERFORM note-new-line
            END-IF
        END-IF
        IF cr-voided OR cr-escheated
            IF ws-sent-voided-on(ws-found-idx) = 0
                    OR ws-sent-voided-on(ws-found-idx) = ws-bus-date
                MOVE "V" TO pi-record-type
                PERFORM write-issue-line
                ADD 1 TO ws-void-count
                ADD cr-amount TO ws-void-amount
                IF ws-sent-voided-on(ws-found-idx) = 0
                    MOVE ws-bus-date
                        TO ws-sent-voided-on(ws-found-idx)
                    PERFORM note-new-line
                END-IF
            END-IF
        END-IF
    END-IF.

write-issue-line.
    PERFORM lookup-payee-name
    MOVE cr-check-no TO pi-check-no
    MOVE cr-amount TO pi-amount
    MOVE cr-date TO pi-issue-date
    MOVE ws-payee-name TO pi-payee
    WRITE pp-issue-rec.

note-new-line.
    IF ws-new-count < 500
        ADD 1 TO ws-new-count
        MOVE pi-record-type TO ws-new-type(ws-new-count)
        MOVE cr-check-no TO ws-new-check(ws-new-count)
    ELSE
        DISPLAY "POSPAY: more new lines than one run holds"
        MOVE 8 TO ws-return-code
        SET no-more-register TO TRUE
    END-IF.

find-sent-entry.
    MOVE 0 TO ws-found-idx
    PERFORM VARYING ws-sent-idx FROM 1 BY 1
            UNTIL ws-sent-idx > ws-sent-count
        IF ws-sent-check(ws-sent-idx) = cr-check-no
            MOVE ws-sent-idx TO ws-found-idx
            SET ws-sent-idx TO ws-sent-count
        END-IF
    END-PERFORM.

*> the payee line the check itself printed - CUSTOMER-MASTER by
*> ident, the checkprint.cob lookup
lookup-payee-name.
    MOVE "NAME NOT ON FILE" TO ws-payee-name
    IF cust-master-open
        MOVE cr-ident TO ident
        READ CUSTOMER-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE custName TO ws-payee-name
        END-READ
    END-IF.

*> only once the issue file is whole - a run that failed part way
*> sends the same lines again tomorrow rather than losing them
record-new-lines-sent.
    OPEN EXTEND PP-SENT
    IF ws-sent-status = "35"
        OPEN OUTPUT PP-SENT
    END-IF
    IF ws-sent-status NOT = "00"
        MOVE "PP-SENT" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-sent-status
        STOP RUN
    END-IF
    PERFORM VARYING ws-new-idx FROM 1 BY 1
            UNTIL ws-new-idx > ws-new-count
        MOVE ws-new-type(ws-new-idx) TO ps-record-type
        MOVE ws-new-check(ws-new-idx) TO ps-check-no
        MOVE ws-bus-date TO ps-bus-date
        WRITE pp-sent-rec
    END-PERFORM
    CLOSE PP-SENT.

*> no history yet means the bank has never had a file - the first
*> run sends the whole register
load-sent-history.
    OPEN INPUT PP-SENT
    IF ws-sent-status = "00"
        PERFORM WITH TEST BEFORE UNTIL ws-sent-status NOT = "00"
            READ PP-SENT
                AT END MOVE "10" TO ws-sent-status
                NOT AT END PERFORM take-in-sent-line
            END-READ
        END-PERFORM
        CLOSE PP-SENT
    END-IF.

take-in-sent-line.
    MOVE ps-check-no TO cr-check-no
    PERFORM find-sent-entry
    IF ws-found-idx = 0
        IF ws-sent-count < 5000
            ADD 1 TO ws-sent-count
            MOVE ws-sent-count TO ws-found-idx
            MOVE ps-check-no TO ws-sent-check(ws-found-idx)
            MOVE 0 TO ws-sent-issued-on(ws-found-idx)
            MOVE 0 TO ws-sent-voided-on(ws-found-idx)
        ELSE
            MOVE "Y" TO ws-table-full-flag
        END-IF
    END-IF
    IF ws-found-idx > 0
        IF ps-record-type = "V"
            MOVE ps-bus-date TO ws-sent-voided-on(ws-found-idx)
        ELSE
            MOVE ps-bus-date TO ws-sent-issued-on(ws-found-idx)
        END-IF
    END-IF.

*> first call of the run: already complete for this business
*> date means the whole step skips - that is how a restarted
*> dailyrun resumes at the first incomplete step
check-run-state-or-skip.
    CALL "RUNSTATE" USING ws-ops-program ws-rs-check
        ws-rs-rc ws-rs-disp
    IF ws-rs-disp = "S"
        DISPLAY "POSPAY already complete for this "
            "business date - skipped (PARM FORCE re-runs)"
        STOP RUN
    END-IF.
