*> plus the total, so both the interactive and batch pay runs take
*> the same deductions the same way. A pure CALLed subprogram in the
*> CLASSIFY/OPSLOG/TAXCALC mold.
*>
*> The DEDTRIAL entry point is PAYBATCH's trial run: the same
*> computation from the same master, opened for input only and
*> never rewritten. The slot accumulators a check takes are kept
*> on the record in storage, so the employee's next check in the
*> same run is capped exactly as the live run would cap it.
*>
*> A live check's record goes to CHKPOINT's before-image journal
*> (the CHKIMAGE entry) before its accumulators change, so a
*> PAYBATCH run restarted from its checkpoint puts the caps back
*> where its last commit left them. Outside a checkpointed run
*> CHKIMAGE does nothing.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 ws-pay-year PIC 9(4) VALUE 0.
01 ws-cap-room PIC 9(7)V99 VALUE 0.
01 ws-module-name PIC X(10) VALUE "DEDCALC".
*> trial run: nothing goes back on the master - the last record
*> taken stays in the record area for that employee's next check
01 ws-trial-flag PIC X VALUE "N".
    88 trial-run VALUE "Y".
01 ws-trial-ident PIC 9(3) VALUE 0.
01 ws-trial-held-flag PIC X VALUE "N".
    88 trial-record-held VALUE "Y".

*> the record's before-image for CHKPOINT
COPY CHKIMAGE.

*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.

PROCEDURE DIVISION USING LK-IDENT LK-PAY-DATE LK-GROSS
        LK-DED-LIMIT LK-DED-DETAIL LK-DED-TOTAL.
    PERFORM take-deductions
    GOBACK.

ENTRY "DEDTRIAL" USING LK-IDENT LK-PAY-DATE LK-GROSS
        LK-DED-LIMIT LK-DED-DETAIL LK-DED-TOTAL.
    MOVE "Y" TO ws-trial-flag
    PERFORM take-deductions
    GOBACK.

take-deductions.
    *> the master is opened on first call and stays positioned for
    *> the rest of the run unit - a batch run reads it once per
    *> timecard without reopening per check. I-O now: what each
    *> the annual cap has something real to check against
    IF NOT master-opened
        MOVE "Y" TO ws-opened-flag
        IF trial-run
            OPEN INPUT DEDUCT-MASTER
        ELSE
            OPEN I-O DEDUCT-MASTER
        END-IF
        EVALUATE TRUE
            WHEN ws-ded-status = "00"
                MOVE "Y" TO ws-usable-flag
    *> an unusable master already shouted above (and a real I/O error
    *> latched RC=8 through IOERROR) - every slot hands back zero
    IF master-usable
        IF trial-run AND trial-record-held
                AND ws-trial-ident = LK-IDENT
            PERFORM compute-deductions
        ELSE
            MOVE "N" TO ws-trial-held-flag
            MOVE LK-IDENT TO dd-ident
            READ DEDUCT-MASTER
                INVALID KEY CONTINUE
                NOT INVALID KEY PERFORM compute-deductions
            END-READ
        END-IF
    END-IF.

*> an active slot (non-blank code) computes as a percentage of gross
*> or a flat amount per its type byte - then takes only what the
*> junior slots rather than overdrawing the employee) and, when the
*> slot carries an annual cap, only what the cap has left this year
compute-deductions.
    IF NOT trial-run
        MOVE "DEDUCTS" TO ci-file
        MOVE "R" TO ci-action
        MOVE deduct-record TO ci-image
        CALL "CHKIMAGE" USING checkpoint-image
    END-IF
    DIVIDE LK-PAY-DATE BY 10000 GIVING ws-pay-year
    *> first check of a new year rolls every slot's accumulator -
    *> same rollover the PAYROLL-YTD record applies
    *> failed rewrite is a cap silently drifting (the money already
    *> came off the check), so it goes through IOERROR, which
    *> latches RC=8 for the whole run unit
    IF trial-run
        MOVE "Y" TO ws-trial-held-flag
        MOVE dd-ident TO ws-trial-ident
    ELSE
        PERFORM rewrite-deduct-record
    END-IF.

rewrite-deduct-record.
    REWRITE deduct-record
        INVALID KEY
            DISPLAY "DEDCALC: unable to rewrite deduction record "
