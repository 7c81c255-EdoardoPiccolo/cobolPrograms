       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. EMPMAINT.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Employee-status master maintenance - keys an employee's hire
*> date, status (A active, L on leave, T terminated) and, for a
*> termination, the last day and the reason code onto the master
*> EMPCHK answers from at pay time. Same one-record-at-a-time
*> intake screen style as electmaint.cob: the current record, if
*> any, is shown first, then every field is re-keyed.
*>
*> A termination needs a date and a recognized reason - a T with
*> no date would stop nothing, and a missing reason is the first
*> question the final-pay desk asks. Taking someone back to A or L
*> clears the termination fields; a final check already cut stays
*> stamped on the record (FINALPAY never pays an ident twice).
*>
*> The pay frequency (W weekly, B biweekly, S semi-monthly) is keyed
*> here too - it decides which paycal.ctl pay dates PAYBATCH pays
*> the employee on and how TAXCALC annualizes the check.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EMP-STATUS-MASTER ASSIGN TO "data/empstat.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS es-ident
        FILE STATUS IS ws-emp-status.

DATA DIVISION.
FILE SECTION.
FD EMP-STATUS-MASTER.
*> shared with empchk.cob's pay-time check and finalpay.cob - see
*> copybooks/EMPSTAT.cpy
COPY EMPSTAT.

WORKING-STORAGE SECTION.
01 ws-emp-status PIC XX VALUE "00".
01 ws-emp-found-flag PIC X VALUE "N".
    88 status-on-file VALUE "Y".
01 ws-work-ident  PIC 9(3) VALUE 0.
01 ws-new-status  PIC X VALUE "A".
    88 new-status-valid VALUE "A", "L", "T".
    88 new-status-terminated VALUE "T".
01 ws-new-reason  PIC X(2) VALUE SPACES.
    88 new-reason-valid VALUE "VQ", "DI", "LO", "RT", "DC".
01 ws-new-date    PIC 9(8) VALUE 0.
01 ws-new-freq    PIC X VALUE "W".
    88 new-freq-valid VALUE "W", "B", "S".
01 ws-return-code PIC 9(4) VALUE 0.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
*> central I/O-error reporting (IOERROR): a non-00 status that isn't
*> a genuine not-found lands on the error file and forces RC=8
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

01 ws-ops-program PIC X(10) VALUE "EMPMAINT".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
DISPLAY "Enter employee ident: " WITH NO ADVANCING
ACCEPT ws-work-ident

*> a missing master is a hard error now - INITMAST creates the
*> shop's masters deliberately, never a production step
OPEN I-O EMP-STATUS-MASTER
IF ws-emp-status = "35"
    DISPLAY "EMP-STATUS-MASTER is missing - run "
        "INITMAST to create the shop masters"
END-IF
IF ws-emp-status NOT = "00"
    MOVE "EMP-STATUS" TO ws-io-file
    MOVE "OPEN-IO" TO ws-io-op
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-emp-status
    STOP RUN
END-IF

MOVE "N" TO ws-emp-found-flag
MOVE ws-work-ident TO es-ident
READ EMP-STATUS-MASTER
    INVALID KEY CONTINUE
    NOT INVALID KEY MOVE "Y" TO ws-emp-found-flag
END-READ

IF status-on-file
    DISPLAY "Current status for employee " es-ident ":"
    DISPLAY "  Hire date   : " es-hire-date
    DISPLAY "  Status      : " es-status
        " (A=active, L=on leave, T=terminated)"
    DISPLAY "  Term date   : " es-term-date
    DISPLAY "  Term reason : " es-term-reason
    DISPLAY "  Final paid  : " es-final-pay-date
    DISPLAY "  Pay freq    : " es-pay-freq
        " (W=weekly, B=biweekly, S=semi-monthly)"
ELSE
    DISPLAY "No status on file for employee " ws-work-ident
        " - paid as active"
    INITIALIZE emp-status-rec
    MOVE ws-work-ident TO es-ident
END-IF

DISPLAY "Hire date (YYYYMMDD): " WITH NO ADVANCING
ACCEPT ws-new-date
MOVE ws-new-date TO es-hire-date

*> re-prompt until a recognized status is keyed, the electmaint.cob
*> filing-status idea
PERFORM WITH TEST AFTER UNTIL new-status-valid
    DISPLAY "Status (A=active, L=on leave, T=terminated): "
        WITH NO ADVANCING
    ACCEPT ws-new-status
    IF NOT new-status-valid
        DISPLAY "Invalid status - key A, L or T"
    END-IF
END-PERFORM
MOVE ws-new-status TO es-status

IF new-status-terminated
    PERFORM key-termination
ELSE
    MOVE 0 TO es-term-date
    MOVE SPACES TO es-term-reason
END-IF

PERFORM WITH TEST AFTER UNTIL new-freq-valid
    DISPLAY "Pay frequency (W=weekly, B=biweekly, "
        "S=semi-monthly): " WITH NO ADVANCING
    ACCEPT ws-new-freq
    IF NOT new-freq-valid
        DISPLAY "Invalid pay frequency - key W, B or S"
    END-IF
END-PERFORM
MOVE ws-new-freq TO es-pay-freq

IF status-on-file
    REWRITE emp-status-rec
        INVALID KEY
            DISPLAY "Unable to rewrite status record " es-ident
            MOVE 8 TO ws-return-code
    END-REWRITE
ELSE
    WRITE emp-status-rec
        INVALID KEY
            DISPLAY "Unable to write status record " es-ident
            MOVE 8 TO ws-return-code
    END-WRITE
END-IF

CLOSE EMP-STATUS-MASTER

IF ws-return-code = 0
    DISPLAY "Employee " es-ident " is " es-status
        " hired " es-hire-date " term " es-term-date
        " " es-term-reason " paid " es-pay-freq
END-IF

INITIALIZE ws-ops-counts
IF ws-return-code = 0
    MOVE 1 TO ws-ops-written
ELSE
    MOVE 1 TO ws-ops-rejected
END-IF
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

IF ws-return-code NOT = 0
    MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> the last day worked and why - both required, and the last day
*> may not fall before the hire date
key-termination.
    MOVE 0 TO ws-new-date
    PERFORM WITH TEST AFTER
            UNTIL ws-new-date > 0 AND ws-new-date >= es-hire-date
        DISPLAY "Termination date - last day paid (YYYYMMDD): "
            WITH NO ADVANCING
        ACCEPT ws-new-date
        IF ws-new-date = 0 OR ws-new-date < es-hire-date
            DISPLAY "Termination date is required and may not "
                "precede the hire date"
        END-IF
    END-PERFORM
    MOVE ws-new-date TO es-term-date

    PERFORM WITH TEST AFTER UNTIL new-reason-valid
        DISPLAY "Reason (VQ=quit, DI=dismissed, LO=laid off, "
            "RT=retired, DC=deceased): " WITH NO ADVANCING
        ACCEPT ws-new-reason
        IF NOT new-reason-valid
            DISPLAY "Invalid reason - key VQ, DI, LO, RT or DC"
        END-IF
    END-PERFORM
    MOVE ws-new-reason TO es-term-reason.
