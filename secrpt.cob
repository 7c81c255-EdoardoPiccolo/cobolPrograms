       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SECRPT.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Daily security violations report - every security-log (SECLOG)
*> line for the business date being closed: failed sign-ons (wrong
*> password, unknown ID, disabled or locked-out operator, and the
*> attempt that locked one out), menu options refused by
*> check-authority, and supervisor-only programs run by anyone else.
*> After them, the day's operator maintenance - adds, disables,
*> re-authorizations, password resets, lockouts cleared and
*> passwords changed at sign-on - so the morning reader sees both
*> who tried what and who changed whom. Onto data/secrpt.dat,
*> nightly from dailyrun.jcl. No security log yet is an empty
*> report, not a failure.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SECURITY-LOG ASSIGN TO "data/seclog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-sec-status.

    SELECT SEC-RPT ASSIGN TO "data/secrpt.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-rpt-status.

DATA DIVISION.
FILE SECTION.
*> same layout seclog.cob writes
FD SECURITY-LOG.
01 security-log-rec.
    02 sl-bus-date  PIC 9(8).
    02 sl-timestamp PIC X(14).
    02 sl-program   PIC X(10).
    02 sl-operator  PIC X(8).
    02 sl-event     PIC X(8).
        88 sl-violation VALUE "BADPASS" "UNKNOWN" "LOCKED"
                              "LOCKOUT" "REFUSED" "NOTSUPV".
    02 sl-detail    PIC X(40).

FD SEC-RPT.
01 sec-rpt-line PIC X(100).

WORKING-STORAGE SECTION.
01 ws-sec-status PIC XX VALUE "00".
01 ws-rpt-status PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 end-of-file VALUE "Y".

01 ws-bus-date PIC 9(8) VALUE 0.
*> V = the violations pass, A = the administration pass
01 ws-pass PIC X VALUE "V".
01 ws-report-flag PIC X VALUE "N".
    88 report-this-line VALUE "Y".

01 ws-read-count      PIC 9(7) VALUE 0.
01 ws-violation-count PIC 9(5) VALUE 0.
01 ws-signon-count    PIC 9(5) VALUE 0.
01 ws-lockout-count   PIC 9(5) VALUE 0.
01 ws-refused-count   PIC 9(5) VALUE 0.
01 ws-admin-count     PIC 9(5) VALUE 0.
01 ws-report-text PIC X(100).

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
01 ws-ops-program PIC X(10) VALUE "SECRPT".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
PERFORM check-run-state-or-skip

CALL "BUSDATE" USING ws-bus-date

OPEN OUTPUT SEC-RPT
IF ws-rpt-status NOT = "00"
    MOVE "SEC-RPT" TO ws-io-file
    MOVE "OPEN-OUT" TO ws-io-op
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-rpt-status
    STOP RUN
END-IF
MOVE SPACES TO ws-report-text
STRING "SECURITY VIOLATIONS FOR BUSINESS DATE " ws-bus-date
    DELIMITED BY SIZE INTO ws-report-text
PERFORM write-report-line
MOVE "TIME           PROGRAM    OPERATOR EVENT    DETAIL"
    TO ws-report-text
PERFORM write-report-line

MOVE "V" TO ws-pass
PERFORM scan-security-log

MOVE SPACES TO ws-report-text
PERFORM write-report-line
MOVE SPACES TO ws-report-text
STRING "OPERATOR MAINTENANCE FOR BUSINESS DATE " ws-bus-date
    DELIMITED BY SIZE INTO ws-report-text
PERFORM write-report-line
MOVE "TIME           PROGRAM    OPERATOR EVENT    DETAIL"
    TO ws-report-text
PERFORM write-report-line

MOVE "A" TO ws-pass
PERFORM scan-security-log

MOVE SPACES TO ws-report-text
PERFORM write-report-line
MOVE SPACES TO ws-report-text
STRING "VIOLATIONS " ws-violation-count "   FAILED SIGN-ONS "
    ws-signon-count "   LOCKOUTS " ws-lockout-count
    "   REFUSED " ws-refused-count "   MAINTENANCE " ws-admin-count
    DELIMITED BY SIZE INTO ws-report-text
PERFORM write-report-line
CLOSE SEC-RPT
DISPLAY "SECRPT: " ws-violation-count " security violation(s), "
    ws-lockout-count " lockout(s), " ws-admin-count
    " operator change(s) for " ws-bus-date

INITIALIZE ws-ops-counts
MOVE ws-read-count TO ws-ops-read
MOVE ws-violation-count TO ws-ops-written
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

MOVE ws-return-code TO ws-rs-rc
CALL "RUNSTATE" USING ws-ops-program ws-rs-done
    ws-rs-rc ws-rs-disp

IF ws-return-code NOT = 0
    MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> one pass of the log per section; only the first counts the reads
scan-security-log.
    MOVE "N" TO ws-eof-flag
    OPEN INPUT SECURITY-LOG
    IF ws-sec-status = "00"
        PERFORM WITH TEST BEFORE UNTIL end-of-file
            READ SECURITY-LOG
                AT END SET end-of-file TO TRUE
                NOT AT END
                    IF ws-pass = "V"
                        ADD 1 TO ws-read-count
                    END-IF
                    IF sl-bus-date = ws-bus-date
                        PERFORM report-log-line
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SECURITY-LOG
    END-IF.

*> a DISABLED line written by MENU is a sign-on to a disabled
*> operator; written by OPERMAINT it is the supervisor disabling one
report-log-line.
    MOVE "N" TO ws-report-flag
    IF sl-violation
            OR (sl-event = "DISABLED" AND sl-program = "MENU")
        IF ws-pass = "V"
            MOVE "Y" TO ws-report-flag
            ADD 1 TO ws-violation-count
            EVALUATE sl-event
                WHEN "LOCKOUT"
                    ADD 1 TO ws-lockout-count
                    ADD 1 TO ws-signon-count
                WHEN "REFUSED"
                WHEN "NOTSUPV"
                    ADD 1 TO ws-refused-count
                WHEN OTHER
                    ADD 1 TO ws-signon-count
            END-EVALUATE
        END-IF
    ELSE
        IF ws-pass = "A"
            MOVE "Y" TO ws-report-flag
            ADD 1 TO ws-admin-count
        END-IF
    END-IF
    IF report-this-line
        MOVE SPACES TO ws-report-text
        STRING sl-timestamp " " sl-program " " sl-operator " "
            sl-event " " sl-detail
            DELIMITED BY SIZE INTO ws-report-text
        PERFORM write-report-line
    END-IF.

write-report-line.
    MOVE ws-report-text TO sec-rpt-line
    WRITE sec-rpt-line.

*> first call of the run: already complete for this business
*> date means the whole step skips - that is how a restarted
*> dailyrun resumes at the first incomplete step
check-run-state-or-skip.
    CALL "RUNSTATE" USING ws-ops-program ws-rs-check
        ws-rs-rc ws-rs-disp
    IF ws-rs-disp = "S"
        DISPLAY "SECRPT already complete for this "
            "business date - skipped (PARM FORCE re-runs)"
        STOP RUN
    END-IF.
