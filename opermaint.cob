       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. OPERMAINT.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Operator maintenance - the only way onto operators.ctl now that
*> it is no longer edited by hand. A supervisor (on supervisor.ctl,
*> the chgappr.cob rule) keys an operator ID, sees the record - never
*> the password - and:
*>
*>   A  adds an operator not yet on file, with its menu authorities,
*>      full-SSN authority and a temporary password
*>   D  disables an operator / E enables it again
*>   U  re-authorizes: new menu authorities and full-SSN authority
*>   P  resets the password to a new temporary one, which also
*>      clears a lockout
*>   K  clears a lockout only, keeping the password
*>
*> A temporary password carries a zero set-date, so MENU makes the
*> operator choose a new one at the next sign-on. Passwords go onto
*> the file as their PWHASH digest only, through OPERFILE. Nobody
*> maintains their own record here - that is for another supervisor.
*> Every change is written to the security log (SECLOG) with the
*> supervisor who made it, and a run by anyone else is refused and
*> logged as a violation. Not a nightly step.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> operator ids allowed to maintain operators
    SELECT SUPERVISOR-CTL ASSIGN TO "data/supervisor.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-supv-status.

    SELECT OP-SESSION ASSIGN TO "data/opsession.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-session-status.

DATA DIVISION.
FILE SECTION.
FD SUPERVISOR-CTL.
01 supervisor-ctl-rec.
    02 sc-operator PIC X(8).

FD OP-SESSION.
01 op-session-rec.
    02 os-operator PIC X(8).

WORKING-STORAGE SECTION.
01 ws-supv-status    PIC XX VALUE "00".
01 ws-session-status PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 end-of-file VALUE "Y".
01 ws-done-flag PIC X VALUE "N".
    88 maintenance-done VALUE "Y".

01 ws-operator PIC X(8) VALUE "BATCH".
01 ws-supv-flag PIC X VALUE "N".
    88 operator-is-supervisor VALUE "Y".

01 ws-bus-date PIC 9(8) VALUE 0.
01 ws-target-id PIC X(8) VALUE SPACES.
01 ws-action PIC X VALUE SPACE.
01 ws-answer PIC X VALUE SPACE.

*> the operator being maintained, read and rewritten through
*> OPERFILE - see copybooks/OPERREC.cpy
COPY OPERREC.
01 ws-of-mode PIC X VALUE "R".
01 ws-of-disp PIC X VALUE SPACE.

*> keyed authorities and temporary password, checked before use
01 ws-new-auths    PIC X(7) VALUE SPACES.
01 ws-new-ssn-auth PIC X VALUE SPACE.
01 ws-temp-password PIC X(8) VALUE SPACES.
01 ws-entry-flag PIC X VALUE "N".
    88 entry-ok VALUE "Y".
01 ws-pos PIC 9 VALUE 0.
01 ws-status-text PIC X(11) VALUE SPACES.

*> security-log event for SECLOG
01 ws-sec-event  PIC X(8) VALUE SPACES.
01 ws-sec-detail PIC X(40) VALUE SPACES.

01 ws-changed-count PIC 9(5) VALUE 0.
01 ws-refused-count PIC 9(5) VALUE 0.

01 ws-return-code PIC 9(4) VALUE 0.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
01 ws-ops-program PIC X(10) VALUE "OPERMAINT".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
CALL "BUSDATE" USING ws-bus-date

*> maintenance by anyone but a listed supervisor changes nothing
PERFORM read-operator-session
PERFORM check-supervisor
IF NOT operator-is-supervisor
    DISPLAY "OPERMAINT: operator " ws-operator
        " is not on supervisor.ctl - maintenance refused"
    MOVE ws-operator TO ws-target-id
    MOVE "NOTSUPV" TO ws-sec-event
    MOVE "operator maintenance by a non-supervisor" TO ws-sec-detail
    PERFORM log-security-event
    MOVE 8 TO ws-return-code
    PERFORM log-and-stop
END-IF

PERFORM WITH TEST BEFORE UNTIL maintenance-done
    DISPLAY " "
    DISPLAY "Operator ID (blank to end): " WITH NO ADVANCING
    MOVE SPACES TO ws-target-id
    ACCEPT ws-target-id
    EVALUATE TRUE
        WHEN ws-target-id = SPACES
            SET maintenance-done TO TRUE
        WHEN ws-target-id = ws-operator
            DISPLAY "Your own operator record is maintained by "
                "another supervisor"
            ADD 1 TO ws-refused-count
        WHEN OTHER
            PERFORM maintain-operator
    END-EVALUATE
END-PERFORM

DISPLAY "OPERMAINT: " ws-changed-count " operator change(s), "
    ws-refused-count " refused"
PERFORM log-and-stop.

maintain-operator.
    MOVE SPACES TO operator-ctl-rec
    MOVE ws-target-id TO ctl-oper-id
    MOVE "R" TO ws-of-mode
    CALL "OPERFILE" USING ws-ops-program ws-of-mode
        operator-ctl-rec ws-of-disp
    IF ctl-fail-count IS NOT NUMERIC
        MOVE 0 TO ctl-fail-count
    END-IF
    IF ctl-pw-set-date IS NOT NUMERIC
        MOVE 0 TO ctl-pw-set-date
    END-IF
    EVALUATE ws-of-disp
        WHEN "E"
            DISPLAY "OPERMAINT: operator file not available"
            MOVE 8 TO ws-return-code
            PERFORM log-and-stop
        WHEN "N"
            DISPLAY "Operator " ws-target-id " is not on file - "
                "add it (Y/N)? " WITH NO ADVANCING
            ACCEPT ws-answer
            IF ws-answer = "Y" OR ws-answer = "y"
                PERFORM add-operator
            END-IF
        WHEN OTHER
            PERFORM show-operator
            DISPLAY "D)isable E)nable U)re-authorize P)assword reset "
                "K)clear lockout, blank for none: " WITH NO ADVANCING
            MOVE SPACE TO ws-action
            ACCEPT ws-action
            EVALUATE ws-action
                WHEN "D" WHEN "d"
                    PERFORM disable-operator
                WHEN "E" WHEN "e"
                    PERFORM enable-operator
                WHEN "U" WHEN "u"
                    PERFORM reauthorize-operator
                WHEN "P" WHEN "p"
                    PERFORM reset-password
                WHEN "K" WHEN "k"
                    PERFORM clear-lockout
                WHEN SPACE
                    CONTINUE
                WHEN OTHER
                    DISPLAY "Not a valid action - nothing changed"
            END-EVALUATE
    END-EVALUATE.

show-operator.
    EVALUATE TRUE
        WHEN ctl-disabled
            MOVE "DISABLED" TO ws-status-text
        WHEN ctl-locked
            MOVE "LOCKED OUT" TO ws-status-text
        WHEN OTHER
            MOVE "ACTIVE" TO ws-status-text
    END-EVALUATE
    DISPLAY "Operator " ctl-oper-id "  " ws-status-text
        "  failed sign-ons " ctl-fail-count
    DISPLAY "  menu authorities " ctl-auths "   full SSN " ctl-ssn-auth
    EVALUATE TRUE
        WHEN ctl-pw-hash = SPACES
            DISPLAY "  password not yet protected - changed at next "
                "sign-on"
        WHEN ctl-pw-set-date = 0
            DISPLAY "  temporary password - changed at next sign-on"
        WHEN OTHER
            DISPLAY "  password set " ctl-pw-set-date
    END-EVALUATE.

add-operator.
    PERFORM accept-authorities
    IF entry-ok
        PERFORM accept-temp-password
    END-IF
    IF entry-ok
        MOVE ws-target-id TO ctl-oper-id
        MOVE ws-new-auths TO ctl-auths
        MOVE ws-new-ssn-auth TO ctl-ssn-auth
        MOVE "A" TO ctl-status
        PERFORM set-temp-password
        MOVE "ADDED" TO ws-sec-event
        MOVE SPACES TO ws-sec-detail
        STRING "added by " ws-operator " auth " ws-new-auths
            " ssn " ws-new-ssn-auth
            DELIMITED BY SIZE INTO ws-sec-detail
        PERFORM save-operator
    END-IF.

disable-operator.
    IF ctl-disabled
        DISPLAY "Operator " ws-target-id " is already disabled"
    ELSE
        MOVE "D" TO ctl-status
        MOVE "DISABLED" TO ws-sec-event
        MOVE SPACES TO ws-sec-detail
        STRING "disabled by " ws-operator
            DELIMITED BY SIZE INTO ws-sec-detail
        PERFORM save-operator
    END-IF.

*> enabling starts the failure count over as well
enable-operator.
    IF NOT ctl-disabled
        DISPLAY "Operator " ws-target-id " is not disabled"
    ELSE
        MOVE "A" TO ctl-status
        MOVE 0 TO ctl-fail-count
        MOVE "ENABLED" TO ws-sec-event
        MOVE SPACES TO ws-sec-detail
        STRING "enabled by " ws-operator
            DELIMITED BY SIZE INTO ws-sec-detail
        PERFORM save-operator
    END-IF.

reauthorize-operator.
    PERFORM accept-authorities
    IF entry-ok
        MOVE ws-new-auths TO ctl-auths
        MOVE ws-new-ssn-auth TO ctl-ssn-auth
        MOVE "REAUTH" TO ws-sec-event
        MOVE SPACES TO ws-sec-detail
        STRING "by " ws-operator " auth " ws-new-auths
            " ssn " ws-new-ssn-auth
            DELIMITED BY SIZE INTO ws-sec-detail
        PERFORM save-operator
    END-IF.

*> a reset also clears a lockout; a disabled operator stays disabled
reset-password.
    PERFORM accept-temp-password
    IF entry-ok
        IF ctl-locked
            MOVE "A" TO ctl-status
        END-IF
        PERFORM set-temp-password
        MOVE "PWRESET" TO ws-sec-event
        MOVE SPACES TO ws-sec-detail
        STRING "password reset by " ws-operator
            DELIMITED BY SIZE INTO ws-sec-detail
        PERFORM save-operator
    END-IF.

clear-lockout.
    IF NOT ctl-locked
        DISPLAY "Operator " ws-target-id " is not locked out"
    ELSE
        MOVE "A" TO ctl-status
        MOVE 0 TO ctl-fail-count
        MOVE "UNLOCKED" TO ws-sec-event
        MOVE SPACES TO ws-sec-detail
        STRING "lockout cleared by " ws-operator
            DELIMITED BY SIZE INTO ws-sec-detail
        PERFORM save-operator
    END-IF.

*> seven Y/N bytes, one per menu option, and the full-SSN byte
accept-authorities.
    MOVE "Y" TO ws-entry-flag
    DISPLAY "Menu authorities, one Y/N per option 1-7: "
        WITH NO ADVANCING
    MOVE SPACES TO ws-new-auths
    ACCEPT ws-new-auths
    PERFORM VARYING ws-pos FROM 1 BY 1 UNTIL ws-pos > 7
        IF ws-new-auths(ws-pos:1) NOT = "Y"
                AND ws-new-auths(ws-pos:1) NOT = "N"
            MOVE "N" TO ws-entry-flag
        END-IF
    END-PERFORM
    IF entry-ok
        DISPLAY "Full-SSN authority (Y/N): " WITH NO ADVANCING
        MOVE SPACE TO ws-new-ssn-auth
        ACCEPT ws-new-ssn-auth
        IF ws-new-ssn-auth NOT = "Y" AND ws-new-ssn-auth NOT = "N"
            MOVE "N" TO ws-entry-flag
        END-IF
    END-IF
    IF NOT entry-ok
        DISPLAY "Authorities must be Y or N - nothing changed"
        ADD 1 TO ws-refused-count
    END-IF.

accept-temp-password.
    MOVE "Y" TO ws-entry-flag
    DISPLAY "Temporary password: " WITH NO ADVANCING
    MOVE SPACES TO ws-temp-password
    ACCEPT ws-temp-password
    IF ws-temp-password = SPACES
        DISPLAY "A password cannot be blank - nothing changed"
        MOVE "N" TO ws-entry-flag
        ADD 1 TO ws-refused-count
    END-IF.

*> digest only, and a zero set-date so MENU makes the operator
*> choose their own at the next sign-on
set-temp-password.
    CALL "PWHASH" USING ws-target-id ws-temp-password ctl-pw-hash
    MOVE SPACES TO ctl-password
    MOVE 0 TO ctl-pw-set-date
    MOVE 0 TO ctl-fail-count.

save-operator.
    MOVE "W" TO ws-of-mode
    CALL "OPERFILE" USING ws-ops-program ws-of-mode
        operator-ctl-rec ws-of-disp
    IF ws-of-disp = "W"
        ADD 1 TO ws-changed-count
        PERFORM log-security-event
        DISPLAY "Operator " ws-target-id " saved"
    ELSE
        DISPLAY "OPERMAINT: operator file not available - "
            ws-target-id " not saved"
        MOVE 8 TO ws-return-code
        PERFORM log-and-stop
    END-IF.

log-security-event.
    CALL "SECLOG" USING ws-ops-program ws-target-id ws-sec-event
        ws-sec-detail.

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
    MOVE ws-changed-count TO ws-ops-written
    MOVE ws-refused-count TO ws-ops-rejected
    CALL "OPSLOG" USING ws-ops-program ws-ops-counts
        ws-return-code
    IF ws-return-code NOT = 0
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.
