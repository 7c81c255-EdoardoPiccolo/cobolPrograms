       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. EMPCHK.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Shared employment-status check - answers "may this employee be
*> paid for this pay period?" from the employee-status master
*> empmaint.cob keeps. A terminated employee's cards kept paying
*> for weeks after the last day because nothing on file said the
*> person had left; TIMEEDIT and PAYBATCH now ask before a card is
*> released or paid. A pure CALLed subprogram in the DCDCHK/TAXCALC
*> mold - the master is opened on first call and stays positioned
*> for the rest of the run unit.
*>
*> The answer flag comes back:
*>   N  payable - no record, or the period is on or before the
*>      termination date
*>   T  the period falls after the employee's termination date
*>   F  the final check has already been cut - nothing more pays
*>
*> The EMPFREQ entry point answers the employee's pay frequency off
*> the same master - W weekly, B biweekly, S semi-monthly - for
*> PAYBATCH's pay-date test and TAXCALC's annualizing. No record
*> (or no master) answers W, how everyone was paid before.

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
*> shared with empmaint.cob and finalpay.cob - see
*> copybooks/EMPSTAT.cpy
COPY EMPSTAT.

WORKING-STORAGE SECTION.
01 ws-emp-status PIC XX VALUE "00".
01 ws-opened-flag PIC X VALUE "N".
    88 master-opened VALUE "Y".
01 ws-usable-flag PIC X VALUE "N".
    88 master-usable VALUE "Y".
01 ws-module-name PIC X(10) VALUE "EMPCHK".
*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

LINKAGE SECTION.
01 LK-IDENT PIC 9(3).
01 LK-PERIOD PIC 9(8).
01 LK-EMP-FLAG PIC X.
01 LK-PAY-FREQ PIC X.

PROCEDURE DIVISION USING LK-IDENT LK-PERIOD LK-EMP-FLAG.
    IF NOT master-opened
        PERFORM open-status-master
    END-IF

    MOVE "N" TO LK-EMP-FLAG
    IF master-usable
        MOVE LK-IDENT TO es-ident
        READ EMP-STATUS-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN es-final-pay-date IS NUMERIC
                            AND es-final-pay-date > 0
                        MOVE "F" TO LK-EMP-FLAG
                    WHEN es-terminated AND es-term-date > 0
                            AND LK-PERIOD > es-term-date
                        MOVE "T" TO LK-EMP-FLAG
                END-EVALUATE
        END-READ
    END-IF
    GOBACK.

ENTRY "EMPFREQ" USING LK-IDENT LK-PAY-FREQ.
    IF NOT master-opened
        PERFORM open-status-master
    END-IF

    MOVE "W" TO LK-PAY-FREQ
    IF master-usable
        MOVE LK-IDENT TO es-ident
        READ EMP-STATUS-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF es-freq-valid
                    MOVE es-pay-freq TO LK-PAY-FREQ
                END-IF
        END-READ
    END-IF
    GOBACK.

*> no master at all on a fresh system answers everyone payable -
*> said out loud once, the TAXCALC elections way
open-status-master.
    MOVE "Y" TO ws-opened-flag
    OPEN INPUT EMP-STATUS-MASTER
    EVALUATE TRUE
        WHEN ws-emp-status = "00"
            MOVE "Y" TO ws-usable-flag
        WHEN ws-emp-status = "35"
            DISPLAY "EMP-STATUS-MASTER is missing - run "
                "INITMAST to create the shop masters - "
                "no termination dates are being checked"
        WHEN OTHER
            MOVE "EMP-STATUS" TO ws-io-file
            MOVE "OPEN-IN" TO ws-io-op
            CALL "IOERROR" USING ws-module-name ws-io-file
                ws-io-op ws-emp-status
    END-EVALUATE.
