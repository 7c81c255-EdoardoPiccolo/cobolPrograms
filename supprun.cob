       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SUPPRUN.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Off-cycle supplemental pay run - bonuses, commissions and
*> one-off corrections used to be paid by faking hours on a
*> timecard, which ran them through the graduated brackets and the
*> overtime rules. This pays them from a supplemental-pay
*> transaction file instead, one line per payment:
*>
*>   ident, pay code (BONS bonus, COMM commission, CORR one-off
*>   correction), amount
*>
*> Each accepted line is one check: FICA capped against the
*> employee's ytd-gross and withholding at the flat supplemental
*> rate on taxrates.ctl (TAXCALC's TAXSUPP entry), garnishments
*> out of disposable pay through GARNCALC the same as any check.
*> Voluntary deductions are a per-paycheck election and are left
*> to the regular pay run. The check is a type S PAYROLLLOG.cpy
*> event dated the business date and carrying the pay code, so
*> CHECKPRINT prints it (the bonus on its own stub line), DDSPLIT
*> deposits it, GLEXTRACT and QTRTAX count it, and the YTD master -
*> and so the wage statement - takes it in.
*>
*> A line that can't be paid (unknown pay code or ident, zero
*> amount, deceased or terminated employee, closed period, YTD
*> roll blocked) rejects to the register with RC=8 and is kept on
*> the transaction file for correction; every paid line comes off
*> it, so running the step again can never pay a bonus twice.
*> Run on demand, ahead of that day's CHECKPRINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUPP-TXN ASSIGN TO "data/supppay.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-txn-status.

    *> the lines still to be paid after this run - copied back over
    *> the transaction file at the end, the opscheck.cob keep-file
    *> way
    SELECT SUPP-KEEP ASSIGN TO "data/supppay_keep.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-keep-status.

    SELECT CUSTOMER-MASTER ASSIGN TO "data/custmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ident
        ALTERNATE RECORD KEY IS custName WITH DUPLICATES
        FILE STATUS IS ws-cust-status.

    SELECT PAYROLL-YTD ASSIGN TO "data/payrollytd.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ytd-ident
        FILE STATUS IS ws-ytd-status.

    SELECT PAYROLL-LOG ASSIGN TO "data/payrollog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-payroll-status.

    SELECT GARN-REMIT ASSIGN TO "data/garnremit.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-remit-status.

    SELECT SUPP-REGISTER ASSIGN TO "data/suppreg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-register-status.

DATA DIVISION.
FILE SECTION.
FD SUPP-TXN.
01 supp-txn-rec.
    02 st-ident    PIC 9(3).
    02 st-pay-code PIC X(4).
        88 st-code-valid VALUE "BONS", "COMM", "CORR".
    02 st-amount   PIC 9(5)V99.

FD SUPP-KEEP.
01 supp-keep-rec PIC X(14).

FD CUSTOMER-MASTER.
COPY CUSTREC.

FD PAYROLL-YTD.
COPY PAYROLLYTD.

FD PAYROLL-LOG.
*> shared with both pay runs and glextract.cob - see
*> copybooks/PAYROLLLOG.cpy
COPY PAYROLLLOG.

FD GARN-REMIT.
*> same remittance line paybatch.cob writes per order withheld
01 garn-remit-rec.
    02 gm-date   PIC 9(8).
    02 gm-ident  PIC 9(3).
    02 gm-case   PIC X(10).
    02 gm-payee  PIC X(16).
    02 gm-amount PIC 9(5)V99.

FD SUPP-REGISTER.
01 register-line PIC X(90).

WORKING-STORAGE SECTION.
01 ws-txn-status      PIC XX VALUE "00".
01 ws-keep-status     PIC XX VALUE "00".
01 ws-cust-status     PIC XX VALUE "00".
01 ws-ytd-status      PIC XX VALUE "00".
01 ws-payroll-status  PIC XX VALUE "00".
01 ws-remit-status    PIC XX VALUE "00".
01 ws-register-status PIC XX VALUE "00".
01 ws-txn-eof-flag PIC X VALUE "N".
    88 no-more-txns VALUE "Y".
01 ws-keep-eof-flag PIC X VALUE "N".
    88 no-more-keep VALUE "Y".
01 ws-cust-found-flag PIC X VALUE "N".
    88 ident-on-file VALUE "Y".

01 ws-bus-date PIC 9(8) VALUE 0.
01 ws-pay-year PIC 9(4) VALUE 0.

01 ws-ytd-found-flag PIC X VALUE "N".
    88 ytd-on-file VALUE "Y".
01 ws-roll-blocked-flag PIC X VALUE "N".
    88 ytd-roll-blocked VALUE "Y".
01 ws-archived-flag PIC X VALUE "N".
    88 old-year-archived VALUE "Y".
*> set by PERIODCHK on the business date - a closed month takes
*> nothing more
01 ws-closed-flag PIC X VALUE "N".
    88 period-is-closed VALUE "Y".
*> set by DCDCHK per line
01 ws-deceased-flag PIC X VALUE "N".
    88 employee-deceased VALUE "Y".
*> set by EMPCHK per line against the business date - T the
*> employee left before today, F the final check is already cut
01 ws-emp-flag PIC X VALUE "N".
    88 period-after-termination VALUE "T".
    88 final-pay-issued VALUE "F".

*> same gross-to-net fields paybatch.cob uses
01 ws-gross        PIC 9(5)V99 VALUE 0.
01 ws-fica-amt     PIC 9(5)V99 VALUE 0.
01 ws-withhold-amt PIC 9(5)V99 VALUE 0.
01 ws-empr-fica    PIC 9(5)V99 VALUE 0.
*> state income tax from STATETAX, and the state it went to -
*> federal and state together are the income tax GARNCALC takes
*> off before disposable pay
01 ws-state      PIC X(2) VALUE SPACES.
01 ws-state-wh   PIC 9(5)V99 VALUE 0.
01 ws-income-tax PIC 9(5)V99 VALUE 0.
01 ws-st-slot    PIC 9 VALUE 0.
01 ws-st-found   PIC 9 VALUE 0.
01 ws-garn-detail.
    02 ws-garn-slot OCCURS 3 TIMES.
        03 ws-garn-case  PIC X(10).
        03 ws-garn-payee PIC X(16).
        03 ws-garn-amt   PIC 9(5)V99.
01 ws-garn-total PIC 9(5)V99 VALUE 0.
01 ws-garn-slot-no PIC 9 VALUE 0.
01 ws-net-pay   PIC 9(5)V99 VALUE 0.
01 ws-reject-reason PIC X(40) VALUE SPACES.

01 ws-register-text PIC X(90).

*> control totals for the register footer, and per pay code
01 ws-txn-count    PIC 9(5) VALUE 0.
01 ws-paid-count   PIC 9(5) VALUE 0.
01 ws-reject-count PIC 9(5) VALUE 0.
01 ws-total-bonus  PIC 9(9)V99 VALUE 0.
01 ws-total-comm   PIC 9(9)V99 VALUE 0.
01 ws-total-corr   PIC 9(9)V99 VALUE 0.
01 ws-total-gross  PIC 9(9)V99 VALUE 0.
01 ws-total-wh     PIC 9(9)V99 VALUE 0.
01 ws-total-net    PIC 9(9)V99 VALUE 0.

01 ws-return-code PIC 9(4) VALUE 0.

*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
01 ws-ops-program PIC X(10) VALUE "SUPPRUN".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
CALL "BUSDATE" USING ws-bus-date
DIVIDE ws-bus-date BY 10000 GIVING ws-pay-year

*> no transaction file is an off-cycle run with nothing to pay
OPEN INPUT SUPP-TXN
IF ws-txn-status = "35"
    DISPLAY "No supplemental-pay file on file - nothing to pay"
    STOP RUN
END-IF
IF ws-txn-status NOT = "00"
    MOVE "SUPP-TXN" TO ws-io-file
    MOVE "OPEN-IN" TO ws-io-op
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-txn-status
    STOP RUN
END-IF

OPEN INPUT CUSTOMER-MASTER
IF ws-cust-status NOT = "00"
    IF ws-cust-status = "35"
        DISPLAY "CUSTOMER-MASTER is missing - run "
            "INITMAST to create the shop masters"
    END-IF
    MOVE "CUST-MASTER" TO ws-io-file
    MOVE "OPEN-IN" TO ws-io-op
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-cust-status
    STOP RUN
END-IF

OPEN I-O PAYROLL-YTD
IF ws-ytd-status NOT = "00"
    IF ws-ytd-status = "35"
        DISPLAY "PAYROLL-YTD is missing - run "
            "INITMAST to create the shop masters"
    END-IF
    MOVE "PAYROLL-YTD" TO ws-io-file
    MOVE "OPEN-IO" TO ws-io-op
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-ytd-status
    STOP RUN
END-IF

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

OPEN OUTPUT SUPP-KEEP
OPEN OUTPUT SUPP-REGISTER
MOVE SPACES TO ws-register-text
STRING "SUPPLEMENTAL PAY REGISTER FOR " ws-bus-date
    DELIMITED BY SIZE INTO ws-register-text
PERFORM write-register-line

CALL "PERIODCHK" USING ws-bus-date ws-closed-flag

PERFORM WITH TEST BEFORE UNTIL no-more-txns
    READ SUPP-TXN
        AT END SET no-more-txns TO TRUE
        NOT AT END
            ADD 1 TO ws-txn-count
            PERFORM pay-one-line
    END-READ
END-PERFORM

PERFORM write-register-totals

CLOSE SUPP-TXN
CLOSE SUPP-KEEP
CLOSE CUSTOMER-MASTER
CLOSE PAYROLL-YTD
CLOSE PAYROLL-LOG
CLOSE GARN-REMIT
CLOSE SUPP-REGISTER

PERFORM rewrite-transaction-file

INITIALIZE ws-ops-counts
MOVE ws-txn-count TO ws-ops-read
MOVE ws-paid-count TO ws-ops-written
MOVE ws-reject-count TO ws-ops-rejected
MOVE ws-total-gross TO ws-ops-amount
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

IF ws-return-code NOT = 0
    MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> one transaction line - paid, or rejected and kept
pay-one-line.
    MOVE SPACES TO ws-reject-reason
    MOVE "N" TO ws-deceased-flag
    MOVE "N" TO ws-emp-flag
    MOVE "N" TO ws-roll-blocked-flag
    PERFORM check-ident-on-file
    IF ident-on-file
        CALL "DCDCHK" USING st-ident ws-deceased-flag
        CALL "EMPCHK" USING st-ident ws-bus-date ws-emp-flag
        PERFORM read-ytd-record
    END-IF
    EVALUATE TRUE
        WHEN NOT st-code-valid
            MOVE "REJECTED - UNKNOWN PAY CODE"
                TO ws-reject-reason
        WHEN st-amount IS NOT NUMERIC OR st-amount = 0
            MOVE "REJECTED - NO AMOUNT"
                TO ws-reject-reason
        WHEN NOT ident-on-file
            MOVE "REJECTED - IDENT NOT ON CUSTOMER-MASTER"
                TO ws-reject-reason
        WHEN employee-deceased
            MOVE "REJECTED - EMPLOYEE REPORTED DECEASED"
                TO ws-reject-reason
        WHEN final-pay-issued
            MOVE "REJECTED - FINAL PAY ALREADY ISSUED"
                TO ws-reject-reason
        WHEN period-after-termination
            MOVE "REJECTED - EMPLOYEE TERMINATED"
                TO ws-reject-reason
        WHEN period-is-closed
            MOVE "REJECTED - ACCOUNTING PERIOD CLOSED"
                TO ws-reject-reason
        WHEN ytd-roll-blocked
            MOVE "REJECTED - YTD YEAR NOT ARCHIVED"
                TO ws-reject-reason
    END-EVALUATE

    IF ws-reject-reason = SPACES
        PERFORM pay-supplemental-check
    ELSE
        ADD 1 TO ws-reject-count
        MOVE 8 TO ws-return-code
        MOVE supp-txn-rec TO supp-keep-rec
        WRITE supp-keep-rec
        MOVE SPACES TO ws-register-text
        STRING "IDENT " st-ident " " st-pay-code " " st-amount
            " " ws-reject-reason
            DELIMITED BY SIZE INTO ws-register-text
        PERFORM write-register-line
    END-IF.

*> flat-rate withholding through TAXSUPP, garnishments as on any
*> check - no brackets, no overtime, no voluntary slots
pay-supplemental-check.
    MOVE st-amount TO ws-gross
    CALL "TAXSUPP" USING st-ident ws-bus-date ws-gross
        ytd-gross ws-fica-amt ws-withhold-amt ws-empr-fica
    CALL "STATESUPP" USING st-ident ws-bus-date ws-gross
        ws-state ws-state-wh
    COMPUTE ws-income-tax = ws-withhold-amt + ws-state-wh
    CALL "GARNCALC" USING st-ident ws-gross ws-fica-amt
        ws-income-tax ws-garn-detail ws-garn-total
    COMPUTE ws-net-pay ROUNDED =
        ws-gross - ws-fica-amt - ws-income-tax - ws-garn-total

    MOVE st-ident TO pl-ident
    MOVE ws-bus-date TO pl-date
    MOVE ws-gross TO pl-gross
    MOVE ws-fica-amt TO pl-fica
    MOVE ws-withhold-amt TO pl-withholding
    MOVE 0 TO pl-volded
    MOVE ws-net-pay TO pl-net
    MOVE ws-empr-fica TO pl-empr-fica
    MOVE 0 TO pl-deferral
    MOVE 0 TO pl-empr-match
    MOVE 0 TO pl-ot-prem
    MOVE ws-garn-total TO pl-garnish
    MOVE "S" TO pl-type
    MOVE st-pay-code TO pl-pay-code
    MOVE ws-state TO pl-state
    MOVE ws-state-wh TO pl-state-wh
    WRITE payroll-log-rec

    PERFORM update-ytd-record
    PERFORM write-remit-records

    ADD 1 TO ws-paid-count
    ADD ws-gross TO ws-total-gross
    ADD ws-withhold-amt TO ws-total-wh
    ADD ws-net-pay TO ws-total-net
    EVALUATE st-pay-code
        WHEN "BONS" ADD ws-gross TO ws-total-bonus
        WHEN "COMM" ADD ws-gross TO ws-total-comm
        WHEN OTHER  ADD ws-gross TO ws-total-corr
    END-EVALUATE

    MOVE SPACES TO ws-register-text
    STRING "IDENT " st-ident " " st-pay-code " " ws-gross
        " FICA " ws-fica-amt " WH " ws-withhold-amt
        " ST " ws-state-wh " GARN " ws-garn-total " NET " ws-net-pay
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line.

check-ident-on-file.
    MOVE "N" TO ws-cust-found-flag
    IF st-ident IS NUMERIC
        MOVE st-ident TO ident
        READ CUSTOMER-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE "Y" TO ws-cust-found-flag
        END-READ
    END-IF.

*> paybatch.cob's read-ytd-record, against the business-date year
read-ytd-record.
    MOVE "N" TO ws-ytd-found-flag
    MOVE "N" TO ws-roll-blocked-flag
    MOVE st-ident TO ytd-ident
    READ PAYROLL-YTD
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE "Y" TO ws-ytd-found-flag
    END-READ

    IF NOT ytd-on-file OR ytd-year NOT = ws-pay-year
        IF ytd-on-file AND ytd-gross > 0
            CALL "YEARCHK" USING ytd-year ws-archived-flag
            IF NOT old-year-archived
                MOVE "Y" TO ws-roll-blocked-flag
            END-IF
        END-IF
        IF NOT ytd-roll-blocked
            MOVE st-ident TO ytd-ident
            MOVE ws-pay-year TO ytd-year
            MOVE 0 TO ytd-gross ytd-fica ytd-withholding ytd-net
                ytd-empr-fica ytd-empr-match
            INITIALIZE ytd-state-detail
        END-IF
    END-IF.

update-ytd-record.
    ADD ws-gross TO ytd-gross
    ADD ws-fica-amt TO ytd-fica
    ADD ws-withhold-amt TO ytd-withholding
    ADD ws-net-pay TO ytd-net
    ADD ws-empr-fica TO ytd-empr-fica
    PERFORM add-state-ytd
    IF ytd-on-file
        REWRITE ytd-record
            INVALID KEY
                DISPLAY "Unable to rewrite YTD record " ytd-ident
                MOVE 8 TO ws-return-code
        END-REWRITE
    ELSE
        WRITE ytd-record
            INVALID KEY
                DISPLAY "Unable to write YTD record " ytd-ident
                MOVE 8 TO ws-return-code
        END-WRITE
    END-IF.

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
            DISPLAY "SUPPRUN: ident " ytd-ident " taxed in a "
                "fourth state " ws-state " this year - state YTD "
                "not accumulated"
            MOVE 8 TO ws-return-code
        ELSE
            MOVE ws-state TO ytd-st-code(ws-st-found)
            ADD ws-gross TO ytd-st-wages(ws-st-found)
            ADD ws-state-wh TO ytd-st-wh(ws-st-found)
        END-IF
    END-IF.

write-remit-records.
    PERFORM VARYING ws-garn-slot-no FROM 1 BY 1
            UNTIL ws-garn-slot-no > 3
        IF ws-garn-amt(ws-garn-slot-no) > 0
            MOVE ws-bus-date TO gm-date
            MOVE st-ident TO gm-ident
            MOVE ws-garn-case(ws-garn-slot-no) TO gm-case
            MOVE ws-garn-payee(ws-garn-slot-no) TO gm-payee
            MOVE ws-garn-amt(ws-garn-slot-no) TO gm-amount
            WRITE garn-remit-rec
        END-IF
    END-PERFORM.

*> only the rejected lines go back - a paid line is gone for good
rewrite-transaction-file.
    MOVE "N" TO ws-keep-eof-flag
    OPEN INPUT SUPP-KEEP
    OPEN OUTPUT SUPP-TXN
    PERFORM WITH TEST BEFORE UNTIL no-more-keep
        READ SUPP-KEEP
            AT END SET no-more-keep TO TRUE
            NOT AT END
                MOVE supp-keep-rec TO supp-txn-rec
                WRITE supp-txn-rec
        END-READ
    END-PERFORM
    CLOSE SUPP-KEEP
    CLOSE SUPP-TXN.

write-register-line.
    MOVE ws-register-text TO register-line
    WRITE register-line.

write-register-totals.
    MOVE SPACES TO ws-register-text
    STRING "LINES READ     : " ws-txn-count
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line

    MOVE SPACES TO ws-register-text
    STRING "CHECKS PAID    : " ws-paid-count
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line

    MOVE SPACES TO ws-register-text
    STRING "REJECTED       : " ws-reject-count
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line

    MOVE SPACES TO ws-register-text
    STRING "BONUS          : " ws-total-bonus
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line

    MOVE SPACES TO ws-register-text
    STRING "COMMISSION     : " ws-total-comm
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line

    MOVE SPACES TO ws-register-text
    STRING "CORRECTION     : " ws-total-corr
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line

    MOVE SPACES TO ws-register-text
    STRING "TOTAL GROSS    : " ws-total-gross
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line

    MOVE SPACES TO ws-register-text
    STRING "WITHHELD (FLAT): " ws-total-wh
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line

    MOVE SPACES TO ws-register-text
    STRING "TOTAL NET      : " ws-total-net
        DELIMITED BY SIZE INTO ws-register-text
    PERFORM write-register-line.
