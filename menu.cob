*> is written to the session record OPSLOG reads, so every ops-log
*> line and audit record the selected programs write finally says
*> WHO ran it, which is the first question asked after any incident.
*>
*> Operators are kept on OPERMAINT by supervisors, and the record is
*> read and rewritten through OPERFILE - passwords are held only as
*> their PWHASH digest. Failed attempts count on the operator record
*> itself, so a lockout survives the end of the session until a
*> supervisor resets it; a password older than the age on
*> pwpolicy.ctl (or a temporary one a supervisor set) must be changed
*> before the menu comes up. Every failed sign-on and every option
*> refused by check-authority goes to the security log (SECLOG) for
*> the next morning's violations report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> password age in days and the failed attempts that lock an
    *> operator out - compiled defaults stand when it is absent
    SELECT PWPOLICY-CTL ASSIGN TO "data/pwpolicy.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-policy-status.

    *> the signed-on operator, written here for OPSLOG (and any
    *> audit writer) to stamp onto everything this session produces

DATA DIVISION.
FILE SECTION.
FD PWPOLICY-CTL.
01 pwpolicy-ctl-rec.
    02 ctl-max-age   PIC 9(3).
    02 ctl-max-fails PIC 9.

FD OP-SESSION.
01 op-session-rec.
    02 os-operator PIC X(8).

WORKING-STORAGE SECTION.
01 ws-policy-status   PIC XX VALUE "00".
01 ws-session-status  PIC XX VALUE "00".

01 ws-choice PIC X.
01 ws-attempts PIC 9 VALUE 0.
01 ws-signed-on-flag PIC X VALUE "N".
    88 signed-on VALUE "Y".
01 ws-password-flag PIC X VALUE "N".
    88 password-ok VALUE "Y".
01 ws-change-reason PIC X(50) VALUE SPACES.
01 ws-new-password   PIC X(8) VALUE SPACES.
01 ws-again-password PIC X(8) VALUE SPACES.
01 ws-digest PIC X(16) VALUE SPACES.
01 ws-bus-date PIC 9(8) VALUE 0.
01 ws-pw-age-days PIC 9(7) VALUE 0.

*> password policy (pwpolicy.ctl) - days a password lasts and the
*> failed sign-ons, counted across sessions, that lock the operator
01 ws-max-age   PIC 9(3) VALUE 90.
01 ws-max-fails PIC 9 VALUE 3.

*> the operator's record, read and rewritten through OPERFILE - one
*> authority byte per menu option (position 1 = option 1, ...
*> position 7 = option 7); an operator record written before option 7
*> existed reads back a trailing space there, which refuses like an N
COPY OPERREC.
01 ws-of-mode PIC X VALUE "R".
01 ws-of-disp PIC X VALUE SPACE.
01 ws-signed-auths PIC X(7) VALUE "NNNNNNN".

*> security-log event for SECLOG
01 ws-sec-event  PIC X(8) VALUE SPACES.
01 ws-sec-detail PIC X(40) VALUE SPACES.
01 ws-ops-program PIC X(10) VALUE "MENU".
01 ws-option-no PIC 9 VALUE 0.

PROCEDURE DIVISION.
CALL "BUSDATE" USING ws-bus-date
PERFORM load-password-policy
PERFORM sign-on

IF NOT signed-on
    DISPLAY "Sign-on failed - session ended"
    STOP RUN
END-IF


STOP RUN.

*> no policy file leaves the compiled 90 days and three failures
load-password-policy.
    OPEN INPUT PWPOLICY-CTL
    IF ws-policy-status = "00"
        READ PWPOLICY-CTL
            AT END CONTINUE
            NOT AT END
                IF ctl-max-age IS NUMERIC AND ctl-max-age > 0
                    MOVE ctl-max-age TO ws-max-age
                END-IF
                IF ctl-max-fails IS NUMERIC AND ctl-max-fails > 0
                    MOVE ctl-max-fails TO ws-max-fails
                END-IF
        END-READ
        CLOSE PWPOLICY-CTL
    END-IF.

sign-on.
        END-IF
    END-PERFORM.

*> operators.ctl missing means nobody can sign on - that is a
*> configuration problem to surface, not a door to leave open; a
*> disabled or locked-out operator is refused whatever was keyed
check-credentials.
    MOVE SPACES TO operator-ctl-rec
    MOVE ws-oper-id TO ctl-oper-id
    MOVE "R" TO ws-of-mode
    CALL "OPERFILE" USING ws-ops-program ws-of-mode
        operator-ctl-rec ws-of-disp
    IF ctl-fail-count IS NOT NUMERIC
        MOVE 0 TO ctl-fail-count
    END-IF
    IF ctl-pw-set-date IS NOT NUMERIC
        MOVE 0 TO ctl-pw-set-date
    END-IF
    EVALUATE TRUE
        WHEN ws-of-disp = "E"
            DISPLAY "Operator file not available - nobody can sign on"
            MOVE 3 TO ws-attempts
        WHEN ws-of-disp = "N"
            MOVE "UNKNOWN" TO ws-sec-event
            MOVE "sign-on with an ID not on file" TO ws-sec-detail
            PERFORM log-security-event
        WHEN ctl-disabled
            MOVE "DISABLED" TO ws-sec-event
            MOVE "sign-on to a disabled operator" TO ws-sec-detail
            PERFORM log-security-event
        WHEN ctl-locked
            DISPLAY "Operator " ws-oper-id " is locked out - a "
                "supervisor must reset it"
            MOVE "LOCKED" TO ws-sec-event
            MOVE "sign-on to a locked-out operator" TO ws-sec-detail
            PERFORM log-security-event
        WHEN OTHER
            PERFORM check-password
            IF password-ok
                PERFORM check-password-age
            ELSE
                PERFORM record-failed-attempt
            END-IF
    END-EVALUATE.

*> a record from before digests were kept still holds the password
*> itself - accepted this once, then it must be changed
check-password.
    MOVE "N" TO ws-password-flag
    IF ctl-pw-hash = SPACES
        IF ctl-password NOT = SPACES AND ws-password = ctl-password
            MOVE "Y" TO ws-password-flag
        END-IF
    ELSE
        CALL "PWHASH" USING ws-oper-id ws-password ws-digest
        IF ws-digest = ctl-pw-hash
            MOVE "Y" TO ws-password-flag
        END-IF
    END-IF.

*> the failure counts on the record, not the session - at the policy
*> limit the operator locks until a supervisor resets it on OPERMAINT
record-failed-attempt.
    ADD 1 TO ctl-fail-count
    MOVE SPACES TO ws-sec-detail
    IF ctl-fail-count >= ws-max-fails
        MOVE "L" TO ctl-status
        DISPLAY "Operator " ws-oper-id " is now locked out - a "
            "supervisor must reset it"
        MOVE "LOCKOUT" TO ws-sec-event
        STRING "locked after " ctl-fail-count " failed sign-ons"
            DELIMITED BY SIZE INTO ws-sec-detail
    ELSE
        MOVE "BADPASS" TO ws-sec-event
        STRING "wrong password - failure " ctl-fail-count " of "
            ws-max-fails DELIMITED BY SIZE INTO ws-sec-detail
    END-IF
    PERFORM rewrite-operator
    PERFORM log-security-event.

*> right password: the failure count starts over, and an old,
*> temporary or unprotected password is changed before the menu
check-password-age.
    MOVE SPACES TO ws-change-reason
    EVALUATE TRUE
        WHEN ctl-pw-hash = SPACES
            MOVE "Your password must be changed before you go on"
                TO ws-change-reason
        WHEN ctl-pw-set-date = 0
            MOVE "Temporary password - choose your own now"
                TO ws-change-reason
        WHEN OTHER
            COMPUTE ws-pw-age-days =
                FUNCTION INTEGER-OF-DATE(ws-bus-date)
                - FUNCTION INTEGER-OF-DATE(ctl-pw-set-date)
            IF ws-pw-age-days >= ws-max-age
                MOVE "Your password has expired - choose a new one"
                    TO ws-change-reason
            END-IF
    END-EVALUATE
    IF ws-change-reason = SPACES
        IF ctl-fail-count NOT = 0
            MOVE 0 TO ctl-fail-count
            PERFORM rewrite-operator
        END-IF
        MOVE "Y" TO ws-signed-on-flag
        MOVE ctl-auths TO ws-signed-auths
    ELSE
        PERFORM change-password
    END-IF.

*> keyed twice, never blank and never the one it replaces - a change
*> that doesn't take is a refused sign-on (though not a failure
*> toward the lockout: the old password was right)
change-password.
    DISPLAY ws-change-reason
    DISPLAY "New password: " WITH NO ADVANCING
    ACCEPT ws-new-password
    DISPLAY "New password again: " WITH NO ADVANCING
    ACCEPT ws-again-password
    EVALUATE TRUE
        WHEN ws-new-password = SPACES
            DISPLAY "Password not changed - it cannot be blank"
        WHEN ws-new-password NOT = ws-again-password
            DISPLAY "Password not changed - the two entries differ"
        WHEN ws-new-password = ws-password
            DISPLAY "Password not changed - it must differ from "
                "the old one"
        WHEN OTHER
            CALL "PWHASH" USING ws-oper-id ws-new-password
                ctl-pw-hash
            MOVE SPACES TO ctl-password
            MOVE ws-bus-date TO ctl-pw-set-date
            MOVE 0 TO ctl-fail-count
            MOVE "A" TO ctl-status
            PERFORM rewrite-operator
            MOVE "PWCHANGE" TO ws-sec-event
            MOVE "password changed at sign-on" TO ws-sec-detail
            PERFORM log-security-event
            DISPLAY "Password changed"
            MOVE "Y" TO ws-signed-on-flag
            MOVE ctl-auths TO ws-signed-auths
    END-EVALUATE.

rewrite-operator.
    IF ctl-status = SPACE
        MOVE "A" TO ctl-status
    END-IF
    MOVE "W" TO ws-of-mode
    CALL "OPERFILE" USING ws-ops-program ws-of-mode
        operator-ctl-rec ws-of-disp.

log-security-event.
    CALL "SECLOG" USING ws-ops-program ws-oper-id ws-sec-event
        ws-sec-detail.

*> a selection the operator isn't authorized for refuses before the
*> CALL - the refusal shows as RC=8 on the menu's own display
        DISPLAY "Operator " ws-oper-id " is not authorized for "
            "option " ws-option-no
        MOVE 8 TO ws-return-code
        MOVE "REFUSED" TO ws-sec-event
        MOVE SPACES TO ws-sec-detail
        STRING "menu option " ws-option-no " not authorized"
            DELIMITED BY SIZE INTO ws-sec-detail
        PERFORM log-security-event
    END-IF.

*> one record, rewritten at every sign-on - OPSLOG reads it back to
