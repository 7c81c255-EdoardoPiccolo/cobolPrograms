       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTMERGE.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Customer merge for duplicate idents - a branch feed through
*> CUSTBATCH adds somebody PROGRAM4 already keyed, and the one
*> person ends up with a pay rate on one ident and an account
*> balance on the other. Both idents are real customers, so
*> ORPHSWEEP never sees it. This takes the LOSING ident and the
*> SURVIVING ident and walks every ident-keyed master (PAY-RATE,
*> DEDUCT, PAYROLL-YTD, ACCT, AMORT, VOTER-REG, BANKACCT, ELECT,
*> GARN, LEAVE, EMP-STATUS, ADDR and DUNLEVEL) plus the SSN-MASTER
*> owner, listing every record on either ident with what the merge
*> does to the loser's:
*>
*>   MOVE     the survivor has none - re-keyed onto the survivor
*>   COMBINE  both have one that adds up - year-to-date money,
*>            account balances, leave balances, deduction and
*>            garnishment slots (a matching code or case is one
*>            slot), the higher dunning level
*>   DROP     the survivor's already says the same (or supersedes
*>            it, the voter status the nightly sweep re-derives) -
*>            the loser's is deleted
*>   HOLD     two that disagree and can't be added - two addresses,
*>            two pay rates, two bank routings, two SSNs, two open
*>            schedules, YTD records for different years, two
*>            employment status records (hire, termination and
*>            final-pay dates belong to one employment). The desk
*>            settles it through the owning maintenance program and
*>            runs the proposal again
*>
*>   no PARM      proposal run - the listing on data/custmerge.dat;
*>                NOTHING is changed
*>   PARM APPLY   apply run - the same listing, then (only when
*>                nothing is on HOLD) every change is made, each one
*>                logged to data/mergeaudit.dat, and the losing
*>                customer is archived and deleted
*>
*> The customer master changes leave CUSTAUDIT records (a MERGED
*> record carrying both customers, then the DELETE), address
*> changes ADDRAUDIT records and account changes ACCTAUDIT records,
*> the same trails the maintenance programs leave. A failed update
*> keeps the losing customer on file - what moved is gone from the
*> loser, so the re-run finishes the rest. Not a nightly step.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-MASTER ASSIGN TO "data/custmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ident
        ALTERNATE RECORD KEY IS custName WITH DUPLICATES
        FILE STATUS IS ws-cust-status.

    SELECT PAY-RATE-MASTER ASSIGN TO "data/payrates.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS pr-ident
        FILE STATUS IS ws-work-status.

    SELECT DEDUCT-MASTER ASSIGN TO "data/deducts.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS dd-ident
        FILE STATUS IS ws-work-status.

    SELECT PAYROLL-YTD ASSIGN TO "data/payrollytd.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ytd-ident
        FILE STATUS IS ws-work-status.

    SELECT ACCT-MASTER ASSIGN TO "data/acctmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ab-ident
        FILE STATUS IS ws-work-status.

    SELECT AMORT-MASTER ASSIGN TO "data/amortmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS am-key
        FILE STATUS IS ws-work-status.

    SELECT VOTER-REG ASSIGN TO "data/voterreg.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS vreg-ident
        FILE STATUS IS ws-work-status.

    SELECT BANKACCT-MASTER ASSIGN TO "data/bankacct.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ba-ident
        FILE STATUS IS ws-work-status.

    SELECT ELECT-MASTER ASSIGN TO "data/elections.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS el-ident
        FILE STATUS IS ws-work-status.

    SELECT GARN-MASTER ASSIGN TO "data/garnish.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS gr-ident
        FILE STATUS IS ws-work-status.

    SELECT LEAVE-MASTER ASSIGN TO "data/leave.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS lv-ident
        FILE STATUS IS ws-work-status.

    SELECT EMP-STATUS-MASTER ASSIGN TO "data/empstat.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS es-ident
        FILE STATUS IS ws-work-status.

    SELECT ADDR-MASTER ASSIGN TO "data/addrmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ad-ident
        FILE STATUS IS ws-work-status.

    SELECT DUNLEVEL-MASTER ASSIGN TO "data/dunlevel.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS dl-ident
        FILE STATUS IS ws-work-status.

    SELECT SSN-MASTER ASSIGN TO "data/ssnmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SSNum
        FILE STATUS IS ws-work-status.

    SELECT CUST-ARCHIVE ASSIGN TO "data/custarch.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-arch-status.

    SELECT MERGE-RPT ASSIGN TO "data/custmerge.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-rpt-status.

    SELECT MERGE-AUDIT ASSIGN TO "data/mergeaudit.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-audit-status.

    *> who is signed on right now, written by the menu front end
    SELECT OP-SESSION ASSIGN TO "data/opsession.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-session-status.

DATA DIVISION.
FILE SECTION.
FD CUSTOMER-MASTER.
COPY CUSTREC.

FD PAY-RATE-MASTER.
COPY PAYRATE.

FD DEDUCT-MASTER.
COPY DEDUCTREC.

FD PAYROLL-YTD.
COPY PAYROLLYTD.

FD ACCT-MASTER.
COPY ACCTREC.

FD AMORT-MASTER.
COPY AMORTREC.

FD VOTER-REG.
COPY VOTERREG.

FD BANKACCT-MASTER.
COPY BANKACCT.

FD ELECT-MASTER.
COPY ELECTREC.

FD GARN-MASTER.
COPY GARNREC.

FD LEAVE-MASTER.
COPY LEAVEREC.

FD EMP-STATUS-MASTER.
COPY EMPSTAT.

FD ADDR-MASTER.
COPY ADDRREC.

FD DUNLEVEL-MASTER.
COPY DUNLEVEL.

FD SSN-MASTER.
COPY SSNREC.

FD CUST-ARCHIVE.
01 cust-archive-rec PIC X(60).

FD MERGE-RPT.
01 merge-line PIC X(80).

FD MERGE-AUDIT.
01 merge-audit-rec PIC X(80).

FD OP-SESSION.
01 op-session-rec.
    02 os-operator PIC X(8).

WORKING-STORAGE SECTION.
01 ws-cust-status    PIC XX VALUE "00".
*> one shared status for the master being worked - they are taken
*> one at a time, the ORPHSWEEP convention
01 ws-work-status    PIC XX VALUE "00".
01 ws-arch-status    PIC XX VALUE "00".
01 ws-rpt-status     PIC XX VALUE "00".
01 ws-audit-status   PIC XX VALUE "00".
01 ws-session-status PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 end-of-file VALUE "Y".

01 ws-cmdline PIC X(80) VALUE SPACES.
01 ws-parm-mode PIC X(8) VALUE SPACES.
01 ws-run-mode-flag PIC X VALUE "P".
    88 apply-run VALUE "A".

01 ws-operator  PIC X(8) VALUE "BATCH".
01 ws-timestamp PIC X(21).
01 ws-audit-line PIC X(80).
01 ws-arch-line  PIC X(60).

01 ws-loser-ident PIC 9(3) VALUE 0.
01 ws-surv-ident  PIC 9(3) VALUE 0.
01 ws-loser-cust  PIC X(35) VALUE SPACES.
01 ws-surv-cust   PIC X(35) VALUE SPACES.
01 ws-refused-flag PIC X VALUE "N".
    88 merge-refused VALUE "Y".

*> whether the loser and the survivor hold a record on the master
*> being looked at
01 ws-loser-found-flag PIC X VALUE "N".
    88 loser-has-record VALUE "Y".
01 ws-surv-found-flag PIC X VALUE "N".
    88 survivor-has-record VALUE "Y".

*> one report line - the master, whose record, what happens to it
01 ws-mg-file   PIC X(12) VALUE SPACES.
01 ws-mg-ident  PIC 9(3) VALUE 0.
01 ws-mg-code   PIC X VALUE SPACE.
    88 mg-move    VALUE "M".
    88 mg-combine VALUE "C".
    88 mg-drop    VALUE "D".
    88 mg-hold    VALUE "H".
    88 mg-keep    VALUE "K".
01 ws-mg-word   PIC X(7) VALUE SPACES.
01 ws-mg-detail PIC X(50) VALUE SPACES.
01 ws-hold-reason PIC X(30) VALUE SPACES.
01 ws-report-text PIC X(80).

*> what the proposal decided for each master - SPACE means the
*> loser holds nothing there
01 ws-pr-action PIC X VALUE SPACE.
    88 pr-none    VALUE SPACE.
    88 pr-move    VALUE "M".
    88 pr-drop    VALUE "D".
    88 pr-hold    VALUE "H".
01 ws-dd-action PIC X VALUE SPACE.
    88 dd-none    VALUE SPACE.
    88 dd-move    VALUE "M".
    88 dd-combine VALUE "C".
    88 dd-hold    VALUE "H".
01 ws-ytd-action PIC X VALUE SPACE.
    88 ytd-none    VALUE SPACE.
    88 ytd-move    VALUE "M".
    88 ytd-combine VALUE "C".
    88 ytd-hold    VALUE "H".
01 ws-ab-action PIC X VALUE SPACE.
    88 ab-none    VALUE SPACE.
    88 ab-move    VALUE "M".
    88 ab-combine VALUE "C".
    88 ab-drop    VALUE "D".
    88 ab-hold    VALUE "H".
01 ws-am-action PIC X VALUE SPACE.
    88 am-none    VALUE SPACE.
    88 am-move    VALUE "M".
    88 am-hold    VALUE "H".
01 ws-vreg-action PIC X VALUE SPACE.
    88 vreg-none  VALUE SPACE.
    88 vreg-move  VALUE "M".
    88 vreg-drop  VALUE "D".
01 ws-ba-action PIC X VALUE SPACE.
    88 ba-none    VALUE SPACE.
    88 ba-move    VALUE "M".
    88 ba-drop    VALUE "D".
    88 ba-hold    VALUE "H".
01 ws-el-action PIC X VALUE SPACE.
    88 el-none    VALUE SPACE.
    88 el-move    VALUE "M".
    88 el-drop    VALUE "D".
    88 el-hold    VALUE "H".
01 ws-gr-action PIC X VALUE SPACE.
    88 gr-none    VALUE SPACE.
    88 gr-move    VALUE "M".
    88 gr-combine VALUE "C".
    88 gr-drop    VALUE "D".
    88 gr-hold    VALUE "H".
01 ws-lv-action PIC X VALUE SPACE.
    88 lv-none    VALUE SPACE.
    88 lv-move    VALUE "M".
    88 lv-combine VALUE "C".
    88 lv-hold    VALUE "H".
01 ws-es-action PIC X VALUE SPACE.
    88 es-none    VALUE SPACE.
    88 es-move    VALUE "M".
    88 es-hold    VALUE "H".
01 ws-ad-action PIC X VALUE SPACE.
    88 ad-none    VALUE SPACE.
    88 ad-move    VALUE "M".
    88 ad-drop    VALUE "D".
    88 ad-hold    VALUE "H".
01 ws-dl-action PIC X VALUE SPACE.
    88 dl-none    VALUE SPACE.
    88 dl-move    VALUE "M".
    88 dl-combine VALUE "C".
    88 dl-drop    VALUE "D".
01 ws-ssn-action PIC X VALUE SPACE.
    88 ssn-none   VALUE SPACE.
    88 ssn-move   VALUE "M".
    88 ssn-hold   VALUE "H".

*> the loser's records as they stood, and the survivor's records as
*> the merge leaves them where the two combine
01 ws-pr-loser   PIC X(29) VALUE SPACES.
01 ws-dd-loser   PIC X(97) VALUE SPACES.
01 ws-dd-merged  PIC X(97) VALUE SPACES.
01 ws-ytd-loser  PIC X(121) VALUE SPACES.
01 ws-ytd-merged PIC X(121) VALUE SPACES.
01 ws-ab-loser   PIC X(42) VALUE SPACES.
01 ws-ab-surv    PIC X(42) VALUE SPACES.
01 ws-ab-merged  PIC X(42) VALUE SPACES.
01 ws-am-image   PIC X(35) VALUE SPACES.
01 ws-vreg-loser PIC X(18) VALUE SPACES.
01 ws-ba-loser   PIC X(33) VALUE SPACES.
01 ws-el-loser   PIC X(15) VALUE SPACES.
01 ws-gr-loser   PIC X(93) VALUE SPACES.
01 ws-gr-merged  PIC X(93) VALUE SPACES.
01 ws-lv-loser   PIC X(13) VALUE SPACES.
01 ws-lv-merged  PIC X(13) VALUE SPACES.
01 ws-es-loser   PIC X(31) VALUE SPACES.
01 ws-ad-loser   PIC X(79) VALUE SPACES.
01 ws-dl-loser   PIC X(12) VALUE SPACES.
01 ws-dl-merged  PIC X(12) VALUE SPACES.

*> the loser's records laid out field by field, for the masters
*> whose records combine - same shapes as the copybooks
01 ws-lsr-deduct.
    02 ws-lsr-dd-ident PIC 9(3).
    02 ws-lsr-dd-slot OCCURS 3 TIMES.
        03 ws-lsr-dd-code    PIC X(4).
        03 ws-lsr-dd-type    PIC X.
        03 ws-lsr-dd-amount  PIC 9(5)V99.
        03 ws-lsr-dd-cap     PIC 9(7)V99.
        03 ws-lsr-dd-ytd-amt PIC 9(7)V99.
    02 ws-lsr-dd-ytd-year PIC 9(4).
01 ws-lsr-ytd.
    02 ws-lsr-ytd-ident       PIC 9(3).
    02 ws-lsr-ytd-year        PIC 9(4).
    02 ws-lsr-ytd-gross       PIC 9(7)V99.
    02 ws-lsr-ytd-fica        PIC 9(7)V99.
    02 ws-lsr-ytd-withholding PIC 9(7)V99.
    02 ws-lsr-ytd-net         PIC 9(7)V99.
    02 ws-lsr-ytd-empr-fica   PIC 9(7)V99.
    02 ws-lsr-ytd-state-slot OCCURS 3 TIMES.
        03 ws-lsr-ytd-st-code  PIC X(2).
        03 ws-lsr-ytd-st-wages PIC 9(7)V99.
        03 ws-lsr-ytd-st-wh    PIC 9(7)V99.
    02 ws-lsr-ytd-empr-match  PIC 9(7)V99.
01 ws-lsr-acct.
    02 ws-lsr-ab-ident        PIC 9(3).
    02 ws-lsr-ab-balance      PIC S9(7)V99 SIGN IS LEADING
                              SEPARATE.
    02 ws-lsr-ab-open-balance PIC S9(7)V99 SIGN IS LEADING
                              SEPARATE.
    02 ws-lsr-ab-last-stmt    PIC 9(8).
    02 ws-lsr-ab-autopay      PIC X.
    02 ws-lsr-ab-status       PIC X.
        88 lsr-ab-held   VALUE "F" "H".
        88 lsr-ab-closed VALUE "C".
    02 ws-lsr-ab-od-limit     PIC 9(7)V99.
01 ws-lsr-garn.
    02 ws-lsr-gr-ident PIC 9(3).
    02 ws-lsr-gr-slot OCCURS 3 TIMES.
        03 ws-lsr-gr-case  PIC X(10).
        03 ws-lsr-gr-payee PIC X(16).
        03 ws-lsr-gr-pct   PIC 9(2)V99.
01 ws-lsr-leave.
    02 ws-lsr-lv-ident    PIC 9(3).
    02 ws-lsr-lv-vac-bal  PIC 9(3)V99.
    02 ws-lsr-lv-sick-bal PIC 9(3)V99.
01 ws-lsr-dunlevel.
    02 ws-lsr-dl-ident PIC 9(3).
    02 ws-lsr-dl-level PIC 9.
    02 ws-lsr-dl-date  PIC 9(8).

01 ws-slot-no   PIC 9 VALUE 0.
01 ws-match-no  PIC 9 VALUE 0.
01 ws-free-no   PIC 9 VALUE 0.
01 ws-slot-moved-count PIC 9 VALUE 0.

*> the loser's open schedule, counted
01 ws-loser-periods PIC 9(3) VALUE 0.
01 ws-surv-periods  PIC 9(3) VALUE 0.
01 ws-open-amt      PIC 9(9)V99 VALUE 0.
01 ws-moved-periods PIC 9(3) VALUE 0.

*> SSNs the loser owns - more than the table holds is a HOLD, the
*> desk untangles that with SSNFIX first
01 ws-loser-ssn-count PIC 9(2) VALUE 0.
01 ws-surv-ssn-count  PIC 9(2) VALUE 0.
01 ws-loser-ssn-table.
    02 ws-loser-ssn OCCURS 10 TIMES
            INDEXED BY ws-ssn-idx
            PIC 9(9).
01 ws-ssn-overflow-flag PIC X VALUE "N".
    88 ssn-table-overflowed VALUE "Y".

01 ws-apply-ok-flag PIC X VALUE "Y".
    88 apply-ok VALUE "Y".

01 ws-examined-count PIC 9(5) VALUE 0.
01 ws-change-count   PIC 9(5) VALUE 0.
01 ws-hold-count     PIC 9(5) VALUE 0.
01 ws-applied-count  PIC 9(5) VALUE 0.
01 ws-fail-count     PIC 9(5) VALUE 0.

*> before/after images for the shared audit writers
01 ws-audit-action  PIC X(7) VALUE SPACES.
01 ws-cust-before   PIC X(35) VALUE SPACES.
01 ws-cust-after    PIC X(35) VALUE SPACES.
01 ws-addr-before   PIC X(79) VALUE SPACES.
01 ws-addr-after    PIC X(79) VALUE SPACES.
01 ws-acct-before   PIC X(42) VALUE SPACES.
01 ws-acct-after    PIC X(42) VALUE SPACES.

01 ws-return-code PIC 9(4) VALUE 0.

*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
01 ws-ops-program PIC X(10) VALUE "CUSTMERGE".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
ACCEPT ws-cmdline FROM COMMAND-LINE
UNSTRING ws-cmdline DELIMITED BY ALL " "
    INTO ws-parm-mode
END-UNSTRING
IF ws-parm-mode = "APPLY"
    MOVE "A" TO ws-run-mode-flag
END-IF

DISPLAY "Enter the LOSING ident (the duplicate to remove): "
    WITH NO ADVANCING
ACCEPT ws-loser-ident
DISPLAY "Enter the SURVIVING ident (the one to keep): "
    WITH NO ADVANCING
ACCEPT ws-surv-ident
PERFORM read-operator-session

PERFORM check-both-customers
IF merge-refused
    MOVE 8 TO ws-return-code
    PERFORM log-and-finish
END-IF

OPEN OUTPUT MERGE-RPT
MOVE SPACES TO ws-report-text
IF apply-run
    STRING "CUSTOMER MERGE - APPLY - LOSER " ws-loser-ident
        " INTO SURVIVOR " ws-surv-ident
        DELIMITED BY SIZE INTO ws-report-text
ELSE
    STRING "CUSTOMER MERGE - PROPOSAL - LOSER " ws-loser-ident
        " INTO SURVIVOR " ws-surv-ident
        DELIMITED BY SIZE INTO ws-report-text
END-IF
PERFORM write-report-line
PERFORM report-customers

PERFORM examine-pay-rate
PERFORM examine-deductions
PERFORM examine-payroll-ytd
PERFORM examine-account
PERFORM examine-amortization
PERFORM examine-voter-reg
PERFORM examine-bank-account
PERFORM examine-elections
PERFORM examine-garnishments
PERFORM examine-leave
PERFORM examine-emp-status
PERFORM examine-address
PERFORM examine-dunlevel
PERFORM examine-ssn-owner

MOVE SPACES TO ws-report-text
STRING "RECORDS " ws-examined-count
    " CHANGES " ws-change-count
    " ON HOLD " ws-hold-count
    DELIMITED BY SIZE INTO ws-report-text
PERFORM write-report-line
DISPLAY ws-report-text

IF apply-run
    IF ws-hold-count > 0
        MOVE SPACES TO ws-report-text
        STRING "NOTHING APPLIED - " ws-hold-count
            " HOLD(S) TO SETTLE FIRST"
            DELIMITED BY SIZE INTO ws-report-text
        PERFORM write-report-line
        DISPLAY "CUSTMERGE: " ws-hold-count " record(s) on HOLD"
            " - merge refused, nothing changed"
        MOVE 8 TO ws-return-code
    ELSE
        PERFORM apply-merge
    END-IF
END-IF

CLOSE MERGE-RPT
PERFORM log-and-finish.

*> both idents must be customers, and different ones
check-both-customers.
    IF ws-loser-ident = ws-surv-ident
        DISPLAY "CUSTMERGE: loser and survivor are the same ident"
            " - merge refused"
        SET merge-refused TO TRUE
    END-IF
    IF NOT merge-refused
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
        MOVE ws-loser-ident TO ident
        READ CUSTOMER-MASTER
            INVALID KEY
                DISPLAY "CUSTMERGE: losing ident " ws-loser-ident
                    " is not a customer - merge refused"
                SET merge-refused TO TRUE
            NOT INVALID KEY MOVE customer TO ws-loser-cust
        END-READ
        MOVE ws-surv-ident TO ident
        READ CUSTOMER-MASTER
            INVALID KEY
                DISPLAY "CUSTMERGE: surviving ident " ws-surv-ident
                    " is not a customer - merge refused"
                SET merge-refused TO TRUE
            NOT INVALID KEY MOVE customer TO ws-surv-cust
        END-READ
        CLOSE CUSTOMER-MASTER
    END-IF.

*> both customer records side by side - a different name or birth
*> date doesn't stop the merge (a mistyped one is often why there
*> are two idents) but the desk confirms it is one person
report-customers.
    MOVE SPACES TO ws-report-text
    STRING "CUSTOMER     " ws-loser-cust(1:3) " LOSER   "
        ws-loser-cust(4:20) " " ws-loser-cust(24:4) " DOB "
        ws-loser-cust(28:8)
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line
    MOVE SPACES TO ws-report-text
    STRING "CUSTOMER     " ws-surv-cust(1:3) " KEEP    "
        ws-surv-cust(4:20) " " ws-surv-cust(24:4) " DOB "
        ws-surv-cust(28:8)
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line
    IF ws-loser-cust(4:20) NOT = ws-surv-cust(4:20)
            OR ws-loser-cust(28:8) NOT = ws-surv-cust(28:8)
        MOVE "CHECK - NAME OR BIRTH DATE DIFFERS, CONFIRM THE SAME PERSON"
            TO ws-report-text
        PERFORM write-report-line
        DISPLAY "CUSTMERGE: name or birth date differs between the "
            "two idents - confirm they are the same person"
    END-IF.

*> ------------------------------------------------------------------
*> proposal pass - one paragraph per master, each leaving its
*> decision in its ws-xx-action byte for the apply pass
*> ------------------------------------------------------------------
examine-pay-rate.
    MOVE "PAY-RATE" TO ws-mg-file
    MOVE "N" TO ws-loser-found-flag
    MOVE "N" TO ws-surv-found-flag
    OPEN INPUT PAY-RATE-MASTER
    IF ws-work-status = "00"
        MOVE ws-loser-ident TO pr-ident
        READ PAY-RATE-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ws-loser-found-flag
                MOVE rate-record TO ws-pr-loser
                MOVE SPACES TO ws-mg-detail
                STRING "RATE " pr-rate " EFFECTIVE " pr-eff-date
                    DELIMITED BY SIZE INTO ws-mg-detail
        END-READ
        MOVE ws-surv-ident TO pr-ident
        READ PAY-RATE-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ws-surv-found-flag
                PERFORM report-survivor-rate
        END-READ
        IF loser-has-record
            EVALUATE TRUE
                WHEN NOT survivor-has-record
                    SET pr-move TO TRUE
                WHEN rate-record(4:) = ws-pr-loser(4:)
                    SET pr-drop TO TRUE
                WHEN OTHER
                    SET pr-hold TO TRUE
                    MOVE "TWO DIFFERENT PAY RATES" TO ws-hold-reason
            END-EVALUATE
            MOVE ws-pr-action TO ws-mg-code
            PERFORM report-loser-record
        END-IF
        CLOSE PAY-RATE-MASTER
    END-IF.

report-survivor-rate.
    MOVE SPACES TO ws-report-text
    STRING ws-mg-file " " ws-surv-ident " KEEP    RATE " pr-rate
        " EFFECTIVE " pr-eff-date
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM report-survivor-line.

*> the deduction slots combine - a code both carry with the same
*> type and amount is one slot with the year-to-date taken added,
*> a code only the loser carries takes a free slot
examine-deductions.
    MOVE "DEDUCT" TO ws-mg-file
    MOVE "N" TO ws-loser-found-flag
    MOVE "N" TO ws-surv-found-flag
    OPEN INPUT DEDUCT-MASTER
    IF ws-work-status = "00"
        MOVE ws-loser-ident TO dd-ident
        READ DEDUCT-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ws-loser-found-flag
                MOVE deduct-record TO ws-dd-loser
                MOVE deduct-record TO ws-lsr-deduct
                MOVE SPACES TO ws-mg-detail
                STRING "CODES " dd-code(1) " " dd-code(2) " "
                    dd-code(3) " YEAR " dd-ytd-year
                    DELIMITED BY SIZE INTO ws-mg-detail
        END-READ
        MOVE ws-surv-ident TO dd-ident
        READ DEDUCT-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ws-surv-found-flag
                MOVE SPACES TO ws-report-text
                STRING ws-mg-file " " ws-surv-ident " KEEP    CODES "
                    dd-code(1) " " dd-code(2) " " dd-code(3)
                    " YEAR " dd-ytd-year
                    DELIMITED BY SIZE INTO ws-report-text
                PERFORM report-survivor-line
        END-READ
        IF loser-has-record
            IF NOT survivor-has-record
                SET dd-move TO TRUE
            ELSE
                PERFORM combine-deductions
            END-IF
            MOVE ws-dd-action TO ws-mg-code
            PERFORM report-loser-record
        END-IF
        CLOSE DEDUCT-MASTER
    END-IF.

combine-deductions.
    SET dd-combine TO TRUE
    IF dd-ytd-year NOT = ws-lsr-dd-ytd-year
        SET dd-hold TO TRUE
        MOVE "DEDUCTION YEARS DIFFER" TO ws-hold-reason
    END-IF
    PERFORM VARYING ws-slot-no FROM 1 BY 1
            UNTIL ws-slot-no > 3 OR dd-hold
        IF ws-lsr-dd-code(ws-slot-no) NOT = SPACES
            PERFORM combine-one-deduction
        END-IF
    END-PERFORM
    IF dd-combine
        MOVE ws-surv-ident TO dd-ident
        MOVE deduct-record TO ws-dd-merged
    END-IF.

combine-one-deduction.
    MOVE 0 TO ws-match-no
    MOVE 0 TO ws-free-no
    PERFORM VARYING ws-match-no FROM 1 BY 1
            UNTIL ws-match-no > 3
        IF dd-code(ws-match-no) = ws-lsr-dd-code(ws-slot-no)
            MOVE ws-match-no TO ws-free-no
            MOVE 3 TO ws-match-no
        END-IF
    END-PERFORM
    IF ws-free-no > 0
        MOVE ws-free-no TO ws-match-no
        IF dd-type(ws-match-no) NOT = ws-lsr-dd-type(ws-slot-no)
                OR dd-amount(ws-match-no)
                    NOT = ws-lsr-dd-amount(ws-slot-no)
            SET dd-hold TO TRUE
            MOVE "DEDUCTION TERMS DIFFER" TO ws-hold-reason
        ELSE
            ADD ws-lsr-dd-ytd-amt(ws-slot-no)
                TO dd-ytd-amt(ws-match-no)
                ON SIZE ERROR
                    SET dd-hold TO TRUE
                    MOVE "DEDUCTION YTD TOO LARGE" TO ws-hold-reason
            END-ADD
        END-IF
    ELSE
        PERFORM VARYING ws-match-no FROM 1 BY 1
                UNTIL ws-match-no > 3
            IF dd-code(ws-match-no) = SPACES
                MOVE ws-match-no TO ws-free-no
                MOVE 3 TO ws-match-no
            END-IF
        END-PERFORM
        IF ws-free-no = 0
            SET dd-hold TO TRUE
            MOVE "NO FREE DEDUCTION SLOT" TO ws-hold-reason
        ELSE
            MOVE ws-lsr-dd-slot(ws-slot-no) TO dd-slot(ws-free-no)
        END-IF
    END-IF.

*> two year-to-date records for the same year add up field by
*> field, state slots by state code; different years can't
examine-payroll-ytd.
    MOVE "PAYROLL-YTD" TO ws-mg-file
    MOVE "N" TO ws-loser-found-flag
    MOVE "N" TO ws-surv-found-flag
    OPEN INPUT PAYROLL-YTD
    IF ws-work-status = "00"
        MOVE ws-loser-ident TO ytd-ident
        READ PAYROLL-YTD
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ws-loser-found-flag
                MOVE ytd-record TO ws-ytd-loser
                MOVE ytd-record TO ws-lsr-ytd
                MOVE SPACES TO ws-mg-detail
                STRING "YEAR " ytd-year " GROSS " ytd-gross
                    " NET " ytd-net
                    DELIMITED BY SIZE INTO ws-mg-detail
        END-READ
        MOVE ws-surv-ident TO ytd-ident
        READ PAYROLL-YTD
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ws-surv-found-flag
                MOVE SPACES TO ws-report-text
                STRING ws-mg-file " " ws-surv-ident " KEEP    YEAR "
                    ytd-year " GROSS " ytd-gross " NET " ytd-net
                    DELIMITED BY SIZE INTO ws-report-text
                PERFORM report-survivor-line
        END-READ
        IF loser-has-record
            IF NOT survivor-has-record
                SET ytd-move TO TRUE
            ELSE
                PERFORM combine-payroll-ytd
            END-IF
            MOVE ws-ytd-action TO ws-mg-code
            PERFORM report-loser-record
        END-IF
        CLOSE PAYROLL-YTD
    END-IF.

combine-payroll-ytd.
    SET ytd-combine TO TRUE
    IF ytd-year NOT = ws-lsr-ytd-year
        SET ytd-hold TO TRUE
        MOVE "TWO YTD RECORDS, DIFFERENT YEARS" TO ws-hold-reason
    ELSE
        ADD ws-lsr-ytd-gross TO ytd-gross
            ON SIZE ERROR SET ytd-hold TO TRUE
        END-ADD
        ADD ws-lsr-ytd-fica TO ytd-fica
            ON SIZE ERROR SET ytd-hold TO TRUE
        END-ADD
        ADD ws-lsr-ytd-withholding TO ytd-withholding
            ON SIZE ERROR SET ytd-hold TO TRUE
        END-ADD
        ADD ws-lsr-ytd-net TO ytd-net
            ON SIZE ERROR SET ytd-hold TO TRUE
        END-ADD
        ADD ws-lsr-ytd-empr-fica TO ytd-empr-fica
            ON SIZE ERROR SET ytd-hold TO TRUE
        END-ADD
        ADD ws-lsr-ytd-empr-match TO ytd-empr-match
            ON SIZE ERROR SET ytd-hold TO TRUE
        END-ADD
        IF ytd-hold
            MOVE "COMBINED YTD TOO LARGE" TO ws-hold-reason
        END-IF
        PERFORM VARYING ws-slot-no FROM 1 BY 1
                UNTIL ws-slot-no > 3 OR ytd-hold
            IF ws-lsr-ytd-st-code(ws-slot-no) NOT = SPACES
                PERFORM combine-one-state
            END-IF
        END-PERFORM
    END-IF
    IF ytd-combine
        MOVE ytd-record TO ws-ytd-merged
    END-IF.

combine-one-state.
    MOVE 0 TO ws-free-no
    PERFORM VARYING ws-match-no FROM 1 BY 1
            UNTIL ws-match-no > 3
        IF ytd-st-code(ws-match-no) = ws-lsr-ytd-st-code(ws-slot-no)
            MOVE ws-match-no TO ws-free-no
            MOVE 3 TO ws-match-no
        END-IF
    END-PERFORM
    IF ws-free-no = 0
        PERFORM VARYING ws-match-no FROM 1 BY 1
                UNTIL ws-match-no > 3
            IF ytd-st-code(ws-match-no) = SPACES
                MOVE ws-match-no TO ws-free-no
                MOVE ws-lsr-ytd-st-code(ws-slot-no)
                    TO ytd-st-code(ws-match-no)
                MOVE 0 TO ytd-st-wages(ws-match-no)
                MOVE 0 TO ytd-st-wh(ws-match-no)
                MOVE 3 TO ws-match-no
            END-IF
        END-PERFORM
    END-IF
    IF ws-free-no = 0
        SET ytd-hold TO TRUE
        MOVE "NO FREE YTD STATE SLOT" TO ws-hold-reason
    ELSE
        ADD ws-lsr-ytd-st-wages(ws-slot-no)
            TO ytd-st-wages(ws-free-no)
            ON SIZE ERROR SET ytd-hold TO TRUE
        END-ADD
        ADD ws-lsr-ytd-st-wh(ws-slot-no) TO ytd-st-wh(ws-free-no)
            ON SIZE ERROR SET ytd-hold TO TRUE
        END-ADD
        IF ytd-hold
            MOVE "COMBINED YTD TOO LARGE" TO ws-hold-reason
        END-IF
    END-IF.

*> two open accounts become one - the balances add, the survivor's
*> status, overdraft limit and autopay stand. A closed loser
*> account is just dropped; a loser account under a freeze or legal
*> hold, or a closed survivor, is for the desk
examine-account.
    MOVE "ACCT" TO ws-mg-file
    MOVE "N" TO ws-loser-found-flag
    MOVE "N" TO ws-surv-found-flag
    OPEN INPUT ACCT-MASTER
    IF ws-work-status = "00"
        MOVE ws-loser-ident TO ab-ident
        READ ACCT-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ws-loser-found-flag
                MOVE acct-rec TO ws-ab-loser
                MOVE acct-rec TO ws-lsr-acct
                MOVE SPACES TO ws-mg-detail
                STRING "BALANCE " ab-balance " STATUS " ab-status
                    DELIMITED BY SIZE INTO ws-mg-detail
        END-READ
        MOVE ws-surv-ident TO ab-ident
        READ ACCT-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ws-surv-found-flag
                MOVE acct-rec TO ws-ab-surv
                MOVE SPACES TO ws-report-text
                STRING ws-mg-file " " ws-surv-ident " KEEP    BALANCE "
                    ab-balance " STATUS " ab-status
                    DELIMITED BY SIZE INTO ws-report-text
                PERFORM report-survivor-line
        END-READ
        IF loser-has-record
            EVALUATE TRUE
                WHEN NOT survivor-has-record
                    SET ab-move TO TRUE
                WHEN lsr-ab-closed AND ws-lsr-ab-balance = 0
                    SET ab-drop TO TRUE
                WHEN lsr-ab-held
                    SET ab-hold TO TRUE
                    MOVE "LOSER ACCOUNT FROZEN OR ON HOLD"
                        TO ws-hold-reason
                WHEN ab-closed OR lsr-ab-closed
                    SET ab-hold TO TRUE
                    MOVE "A CLOSED ACCOUNT HOLDS MONEY"
                        TO ws-hold-reason
                WHEN OTHER
                    PERFORM combine-accounts
            END-EVALUATE
            MOVE ws-ab-action TO ws-mg-code
            PERFORM report-loser-record
        END-IF
        CLOSE ACCT-MASTER
    END-IF.

combine-accounts.
    SET ab-combine TO TRUE
    ADD ws-lsr-ab-balance TO ab-balance
        ON SIZE ERROR SET ab-hold TO TRUE
    END-ADD
    ADD ws-lsr-ab-open-balance TO ab-open-balance
        ON SIZE ERROR SET ab-hold TO TRUE
    END-ADD
    IF ab-hold
        MOVE "COMBINED BALANCE TOO LARGE" TO ws-hold-reason
    ELSE
        MOVE acct-rec TO ws-ab-merged
    END-IF.

*> the schedule is keyed ident+period - the loser's periods re-key
*> under the survivor only when the survivor has no schedule of
*> its own; two schedules would collide period for period
examine-amortization.
    MOVE "AMORT" TO ws-mg-file
    MOVE 0 TO ws-loser-periods
    MOVE 0 TO ws-surv-periods
    MOVE 0 TO ws-open-amt
    OPEN INPUT AMORT-MASTER
    IF ws-work-status = "00"
        MOVE ws-loser-ident TO ws-mg-ident
        PERFORM count-schedule
        MOVE ws-surv-ident TO ws-mg-ident
        PERFORM count-schedule
        IF ws-surv-periods > 0
            MOVE SPACES TO ws-report-text
            STRING ws-mg-file " " ws-surv-ident " KEEP    "
                ws-surv-periods " PERIODS ON SCHEDULE"
                DELIMITED BY SIZE INTO ws-report-text
            PERFORM report-survivor-line
        END-IF
        IF ws-loser-periods > 0
            MOVE SPACES TO ws-mg-detail
            STRING ws-loser-periods " PERIODS, OPEN " ws-open-amt
                DELIMITED BY SIZE INTO ws-mg-detail
            IF ws-surv-periods = 0
                SET am-move TO TRUE
            ELSE
                SET am-hold TO TRUE
                MOVE "TWO AMORTIZATION SCHEDULES" TO ws-hold-reason
            END-IF
            MOVE ws-am-action TO ws-mg-code
            PERFORM report-loser-record
        END-IF
        CLOSE AMORT-MASTER
    END-IF.

count-schedule.
    MOVE "N" TO ws-eof-flag
    MOVE ws-mg-ident TO am-ident
    MOVE 0 TO am-period
    START AMORT-MASTER KEY IS GREATER THAN OR EQUAL am-key
        INVALID KEY SET end-of-file TO TRUE
    END-START
    PERFORM WITH TEST BEFORE UNTIL end-of-file
        READ AMORT-MASTER NEXT RECORD
            AT END SET end-of-file TO TRUE
            NOT AT END
                IF am-ident NOT = ws-mg-ident
                    SET end-of-file TO TRUE
                ELSE
                    IF ws-mg-ident = ws-loser-ident
                        ADD 1 TO ws-loser-periods
                        IF NOT am-paid AND NOT am-restructured
                            COMPUTE ws-open-amt = ws-open-amt
                                + am-amount - am-paid-amt
                        END-IF
                    ELSE
                        ADD 1 TO ws-surv-periods
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> the voter status is re-derived nightly by VOTERSWEEP from the
*> survivor's birth date, so the survivor's own record stands
examine-voter-reg.
    MOVE "VOTER-REG" TO ws-mg-file
    MOVE "N" TO ws-loser-found-flag
    MOVE "N" TO ws-surv-found-flag
    OPEN INPUT VOTER-REG
    IF ws-work-status = "00"
        MOVE ws-loser-ident TO vreg-ident
        READ VOTER-REG
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ws-loser-found-flag
                MOVE voter-reg-rec TO ws-vreg-loser
                MOVE SPACES TO ws-mg-detail
                STRING "STATUS " vreg-status " PRECINCT "
                    vreg-precinct
                    DELIMITED BY SIZE INTO ws-mg-detail
        END-READ
        MOVE ws-surv-ident TO vreg-ident
        READ VOTER-REG
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ws-surv-found-flag
                MOVE SPACES TO ws-report-text
                STRING ws-mg-file " " ws-surv-ident " KEEP    STATUS "
                    vreg-status " PRECINCT " vreg-precinct
                    DELIMITED BY SIZE INTO ws-report-text
                PERFORM report-survivor-line
        END-READ
        IF loser-has-record
            IF survivor-has-record
                SET vreg-drop TO TRUE
            ELSE
                SET vreg-move TO TRUE
            END-IF
            MOVE ws-vreg-action TO ws-mg-code
            PERFORM report-loser-record
        END-IF
        CLOSE VOTER-REG
    END-IF.

examine-bank-account.
    MOVE "BANKACCT" TO ws-mg-file
    MOVE "N" TO ws-loser-found-flag
    MOVE "N" TO ws-surv-found-flag
    OPEN INPUT BANKACCT-MASTER
    IF ws-work-status = "00"
        MOVE ws-loser-ident TO ba-ident
        READ BANKACCT-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ws-loser-found-flag
                MOVE bank-acct-rec TO ws-ba-loser
                MOVE SPACES TO ws-mg-detail
                STRING "ROUTING " ba-routing " ACCOUNT " ba-account
                    " " ba-status
                    DELIMITED BY SIZE INTO ws-mg-detail
        END-READ
        MOVE ws-surv-ident TO ba-ident
        READ BANKACCT-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ws-surv-found-flag
                MOVE SPACES TO ws-report-text
                STRING ws-mg-file " " ws-surv-ident " KEEP    ROUTING "
                    ba-routing " ACCOUNT " ba-account " " ba-status
                    DELIMITED BY SIZE INTO ws-report-text
                PERFORM report-survivor-line
        END-READ
        IF loser-has-record
            EVALUATE TRUE
                WHEN NOT survivor-has-record
                    SET ba-move TO TRUE
                WHEN bank-acct-rec(4:21) = ws-ba-loser(4:21)
                    SET ba-drop TO TRUE
                WHEN OTHER
                    SET ba-hold TO TRUE
                    MOVE "TWO DIFFERENT BANK ACCOUNTS"
                        TO ws-hold-reason
            END-EVALUATE
            MOVE ws-ba-action TO ws-mg-code
            PERFORM report-loser-record
        END-IF
        CLOSE BANKACCT-MASTER
    END-IF.

examine-elections.
    MOVE "ELECTIONS" TO ws-mg-file
    MOVE "N" TO ws-loser-found-flag
    MOVE "N" TO ws-surv-found-flag
    OPEN INPUT ELECT-MASTER
    IF ws-work-status = "00"
        MOVE ws-loser-ident TO el-ident
        READ ELECT-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ws-loser-found-flag
                MOVE elect-record TO ws-el-loser
                MOVE SPACES TO ws-mg-detail
                STRING "FILING " el-filing " ALLOWANCES "
                    el-allowances " STATE " el-work-state
                    DELIMITED BY SIZE INTO ws-mg-detail
        END-READ
        MOVE ws-surv-ident TO el-ident
        READ ELECT-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ws-surv-found-flag
                MOVE SPACES TO ws-report-text
                STRING ws-mg-file " " ws-surv-ident " KEEP    FILING "
                    el-filing " ALLOWANCES " el-allowances
                    " STATE " el-work-state
                    DELIMITED BY SIZE INTO ws-report-text
                PERFORM report-survivor-line
        END-READ
        IF loser-has-record
            EVALUATE TRUE
                WHEN NOT survivor-has-record
                    SET el-move TO TRUE
                WHEN elect-record(4:) = ws-el-loser(4:)
                    SET el-drop TO TRUE
                WHEN OTHER
                    SET el-hold TO TRUE
                    MOVE "TWO DIFFERENT TAX ELECTIONS"
                        TO ws-hold-reason
            END-EVALUATE
            MOVE ws-el-action TO ws-mg-code
            PERFORM report-loser-record
        END-IF
        CLOSE ELECT-MASTER
    END-IF.

*> court orders combine slot by slot - the same case number on both
*> is one order, a case only the loser carries takes a free slot
examine-garnishments.
    MOVE "GARNISH" TO ws-mg-file
    MOVE "N" TO ws-loser-found-flag
    MOVE "N" TO ws-surv-found-flag
    OPEN INPUT GARN-MASTER
    IF ws-work-status = "00"
        MOVE ws-loser-ident TO gr-ident
        READ GARN-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ws-loser-found-flag
                MOVE garn-record TO ws-gr-loser
                MOVE garn-record TO ws-lsr-garn
                MOVE SPACES TO ws-mg-detail
                STRING "CASES " gr-case(1) " " gr-case(2) " "
                    gr-case(3)
                    DELIMITED BY SIZE INTO ws-mg-detail
        END-READ
        MOVE ws-surv-ident TO gr-ident
        READ GARN-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ws-surv-found-flag
                MOVE SPACES TO ws-report-text
                STRING ws-mg-file " " ws-surv-ident " KEEP    CASES "
                    gr-case(1) " " gr-case(2) " " gr-case(3)
                    DELIMITED BY SIZE INTO ws-report-text
                PERFORM report-survivor-line
        END-READ
        IF loser-has-record
            IF NOT survivor-has-record
                SET gr-move TO TRUE
            ELSE
                PERFORM combine-garnishments
            END-IF
            MOVE ws-gr-action TO ws-mg-code
            PERFORM report-loser-record
        END-IF
        CLOSE GARN-MASTER
    END-IF.

combine-garnishments.
    SET gr-combine TO TRUE
    MOVE 0 TO ws-slot-moved-count
    PERFORM VARYING ws-slot-no FROM 1 BY 1
            UNTIL ws-slot-no > 3 OR gr-hold
        IF ws-lsr-gr-case(ws-slot-no) NOT = SPACES
            PERFORM combine-one-garnishment
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN gr-hold
            CONTINUE
        WHEN ws-slot-moved-count = 0
            SET gr-drop TO TRUE
        WHEN OTHER
            MOVE garn-record TO ws-gr-merged
    END-EVALUATE.

combine-one-garnishment.
    MOVE 0 TO ws-free-no
    PERFORM VARYING ws-match-no FROM 1 BY 1
            UNTIL ws-match-no > 3
        IF gr-case(ws-match-no) = ws-lsr-gr-case(ws-slot-no)
            MOVE ws-match-no TO ws-free-no
            MOVE 3 TO ws-match-no
        END-IF
    END-PERFORM
    IF ws-free-no = 0
        PERFORM VARYING ws-match-no FROM 1 BY 1
                UNTIL ws-match-no > 3
            IF gr-case(ws-match-no) = SPACES
                MOVE ws-match-no TO ws-free-no
                MOVE 3 TO ws-match-no
            END-IF
        END-PERFORM
        IF ws-free-no = 0
            SET gr-hold TO TRUE
            MOVE "NO FREE GARNISHMENT SLOT" TO ws-hold-reason
        ELSE
            MOVE ws-lsr-gr-slot(ws-slot-no) TO gr-slot(ws-free-no)
            ADD 1 TO ws-slot-moved-count
        END-IF
    END-IF.

examine-leave.
    MOVE "LEAVE" TO ws-mg-file
    MOVE "N" TO ws-loser-found-flag
    MOVE "N" TO ws-surv-found-flag
    OPEN INPUT LEAVE-MASTER
    IF ws-work-status = "00"
        MOVE ws-loser-ident TO lv-ident
        READ LEAVE-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ws-loser-found-flag
                MOVE leave-record TO ws-lv-loser
                MOVE leave-record TO ws-lsr-leave
                MOVE SPACES TO ws-mg-detail
                STRING "VACATION " lv-vac-bal " SICK " lv-sick-bal
                    DELIMITED BY SIZE INTO ws-mg-detail
        END-READ
        MOVE ws-surv-ident TO lv-ident
        READ LEAVE-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ws-surv-found-flag
                MOVE SPACES TO ws-report-text
                STRING ws-mg-file " " ws-surv-ident " KEEP    VACATION "
                    lv-vac-bal " SICK " lv-sick-bal
                    DELIMITED BY SIZE INTO ws-report-text
                PERFORM report-survivor-line
        END-READ
        IF loser-has-record
            IF NOT survivor-has-record
                SET lv-move TO TRUE
            ELSE
                SET lv-combine TO TRUE
                ADD ws-lsr-lv-vac-bal TO lv-vac-bal
                    ON SIZE ERROR SET lv-hold TO TRUE
                END-ADD
                ADD ws-lsr-lv-sick-bal TO lv-sick-bal
                    ON SIZE ERROR SET lv-hold TO TRUE
                END-ADD
                IF lv-hold
                    MOVE "COMBINED LEAVE TOO LARGE" TO ws-hold-reason
                ELSE
                    MOVE leave-record TO ws-lv-merged
                END-IF
            END-IF
            MOVE ws-lv-action TO ws-mg-code
            PERFORM report-loser-record
        END-IF
        CLOSE LEAVE-MASTER
    END-IF.

*> two different addresses is the classic duplicate - which one the
*> person lives at is a question for the desk, not the merge
*> one employment per person - the loser's status record moves when
*> the survivor has none; two of them (even saying the same) is for
*> the desk to settle through EMPMAINT, never a guess here
examine-emp-status.
    MOVE "EMP-STATUS" TO ws-mg-file
    MOVE "N" TO ws-loser-found-flag
    MOVE "N" TO ws-surv-found-flag
    OPEN INPUT EMP-STATUS-MASTER
    IF ws-work-status = "00"
        MOVE ws-loser-ident TO es-ident
        READ EMP-STATUS-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ws-loser-found-flag
                MOVE emp-status-rec TO ws-es-loser
                MOVE SPACES TO ws-mg-detail
                STRING "STATUS " es-status " HIRED " es-hire-date
                    " TERM " es-term-date
                    DELIMITED BY SIZE INTO ws-mg-detail
        END-READ
        MOVE ws-surv-ident TO es-ident
        READ EMP-STATUS-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ws-surv-found-flag
                MOVE SPACES TO ws-report-text
                STRING ws-mg-file " " ws-surv-ident " KEEP    STATUS "
                    es-status " HIRED " es-hire-date
                    " TERM " es-term-date
                    DELIMITED BY SIZE INTO ws-report-text
                PERFORM report-survivor-line
        END-READ
        IF loser-has-record
            IF survivor-has-record
                SET es-hold TO TRUE
                MOVE "TWO EMPLOYMENT STATUS RECORDS"
                    TO ws-hold-reason
            ELSE
                SET es-move TO TRUE
            END-IF
            MOVE ws-es-action TO ws-mg-code
            PERFORM report-loser-record
        END-IF
        CLOSE EMP-STATUS-MASTER
    END-IF.

examine-address.
    MOVE "ADDRESS" TO ws-mg-file
    MOVE "N" TO ws-loser-found-flag
    MOVE "N" TO ws-surv-found-flag
    OPEN INPUT ADDR-MASTER
    IF ws-work-status = "00"
        MOVE ws-loser-ident TO ad-ident
        READ ADDR-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ws-loser-found-flag
                MOVE addr-record TO ws-ad-loser
                MOVE SPACES TO ws-mg-detail
                STRING ad-street " " ad-city " " ad-state
                    DELIMITED BY SIZE INTO ws-mg-detail
        END-READ
        MOVE ws-surv-ident TO ad-ident
        READ ADDR-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ws-surv-found-flag
                MOVE SPACES TO ws-report-text
                STRING ws-mg-file " " ws-surv-ident " KEEP    "
                    ad-street " " ad-city " " ad-state
                    DELIMITED BY SIZE INTO ws-report-text
                PERFORM report-survivor-line
        END-READ
        IF loser-has-record
            EVALUATE TRUE
                WHEN NOT survivor-has-record
                    SET ad-move TO TRUE
                WHEN addr-record(4:59) = ws-ad-loser(4:59)
                    SET ad-drop TO TRUE
                WHEN OTHER
                    SET ad-hold TO TRUE
                    MOVE "TWO DIFFERENT ADDRESSES" TO ws-hold-reason
            END-EVALUATE
            MOVE ws-ad-action TO ws-mg-code
            PERFORM report-loser-record
        END-IF
        CLOSE ADDR-MASTER
    END-IF.

*> the survivor carries the further-along dunning level of the two
examine-dunlevel.
    MOVE "DUNLEVEL" TO ws-mg-file
    MOVE "N" TO ws-loser-found-flag
    MOVE "N" TO ws-surv-found-flag
    OPEN INPUT DUNLEVEL-MASTER
    IF ws-work-status = "00"
        MOVE ws-loser-ident TO dl-ident
        READ DUNLEVEL-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ws-loser-found-flag
                MOVE dunlevel-record TO ws-dl-loser
                MOVE dunlevel-record TO ws-lsr-dunlevel
                MOVE SPACES TO ws-mg-detail
                STRING "LEVEL " dl-level " SENT " dl-date
                    DELIMITED BY SIZE INTO ws-mg-detail
        END-READ
        MOVE ws-surv-ident TO dl-ident
        READ DUNLEVEL-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ws-surv-found-flag
                MOVE SPACES TO ws-report-text
                STRING ws-mg-file " " ws-surv-ident " KEEP    LEVEL "
                    dl-level " SENT " dl-date
                    DELIMITED BY SIZE INTO ws-report-text
                PERFORM report-survivor-line
        END-READ
        IF loser-has-record
            EVALUATE TRUE
                WHEN NOT survivor-has-record
                    SET dl-move TO TRUE
                WHEN ws-lsr-dl-level > dl-level
                    SET dl-combine TO TRUE
                    MOVE ws-lsr-dl-level TO dl-level
                    MOVE ws-lsr-dl-date TO dl-date
                    MOVE dunlevel-record TO ws-dl-merged
                WHEN OTHER
                    SET dl-drop TO TRUE
            END-EVALUATE
            MOVE ws-dl-action TO ws-mg-code
            PERFORM report-loser-record
        END-IF
        CLOSE DUNLEVEL-MASTER
    END-IF.

*> SSN-MASTER is keyed by the SSN, so the owner is found by sweep.
*> One person with two SSNs on file is for SSNFIX, not the merge
examine-ssn-owner.
    MOVE "SSN-OWNER" TO ws-mg-file
    MOVE 0 TO ws-loser-ssn-count
    MOVE 0 TO ws-surv-ssn-count
    OPEN INPUT SSN-MASTER
    IF ws-work-status = "00"
        MOVE "N" TO ws-eof-flag
        MOVE LOW-VALUES TO SSNum
        START SSN-MASTER KEY IS GREATER THAN OR EQUAL SSNum
            INVALID KEY SET end-of-file TO TRUE
        END-START
        PERFORM WITH TEST BEFORE UNTIL end-of-file
            READ SSN-MASTER NEXT RECORD
                AT END SET end-of-file TO TRUE
                NOT AT END PERFORM check-one-ssn
            END-READ
        END-PERFORM
        IF ws-loser-ssn-count > 0
            EVALUATE TRUE
                WHEN ssn-table-overflowed
                    SET ssn-hold TO TRUE
                    MOVE "LOSER OWNS TOO MANY SSNS" TO ws-hold-reason
                WHEN ws-surv-ssn-count > 0
                    SET ssn-hold TO TRUE
                    MOVE "BOTH IDENTS OWN AN SSN" TO ws-hold-reason
                WHEN OTHER
                    SET ssn-move TO TRUE
            END-EVALUATE
            MOVE ws-ssn-action TO ws-mg-code
            MOVE SPACES TO ws-mg-detail
            STRING ws-loser-ssn-count " SSN(S) OWNED"
                DELIMITED BY SIZE INTO ws-mg-detail
            PERFORM report-loser-record
        END-IF
        CLOSE SSN-MASTER
    END-IF.

*> only the last four digits go on the listing
check-one-ssn.
    EVALUATE SSNOwnerIdent
        WHEN ws-loser-ident
            ADD 1 TO ws-loser-ssn-count
            IF ws-loser-ssn-count > 10
                SET ssn-table-overflowed TO TRUE
            ELSE
                MOVE SSNum TO ws-loser-ssn(ws-loser-ssn-count)
            END-IF
            MOVE SPACES TO ws-report-text
            STRING ws-mg-file " " ws-loser-ident " OWNS    SSN XXX-XX-"
                SSSerial
                DELIMITED BY SIZE INTO ws-report-text
            PERFORM write-report-line
        WHEN ws-surv-ident
            ADD 1 TO ws-surv-ssn-count
            MOVE SPACES TO ws-report-text
            STRING ws-mg-file " " ws-surv-ident " KEEP    SSN XXX-XX-"
                SSSerial
                DELIMITED BY SIZE INTO ws-report-text
            PERFORM report-survivor-line
    END-EVALUATE.

report-survivor-line.
    ADD 1 TO ws-examined-count
    PERFORM write-report-line.

*> the loser's record and what the merge does with it - ws-mg-code
*> and ws-mg-detail set by the caller
report-loser-record.
    ADD 1 TO ws-examined-count
    EVALUATE TRUE
        WHEN mg-move    MOVE "MOVE" TO ws-mg-word
        WHEN mg-combine MOVE "COMBINE" TO ws-mg-word
        WHEN mg-drop    MOVE "DROP" TO ws-mg-word
        WHEN mg-hold    MOVE "HOLD" TO ws-mg-word
    END-EVALUATE
    IF mg-hold
        ADD 1 TO ws-hold-count
    ELSE
        ADD 1 TO ws-change-count
    END-IF
    MOVE SPACES TO ws-report-text
    STRING ws-mg-file " " ws-loser-ident " " ws-mg-word " "
        ws-mg-detail
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line
    IF mg-hold
        MOVE SPACES TO ws-report-text
        STRING "                 HOLD - " ws-hold-reason
            DELIMITED BY SIZE INTO ws-report-text
        PERFORM write-report-line
    END-IF.

write-report-line.
    MOVE ws-report-text TO merge-line
    WRITE merge-line.

*> ------------------------------------------------------------------
*> apply pass - nothing is on HOLD, so every decision above is made
*> good, master by master, then the losing customer goes
*> ------------------------------------------------------------------
apply-merge.
    OPEN EXTEND MERGE-AUDIT
    IF ws-audit-status = "35"
        OPEN OUTPUT MERGE-AUDIT
    END-IF
    IF ws-audit-status NOT = "00"
        MOVE "MERGE-AUDIT" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-audit-status
        STOP RUN
    END-IF

    PERFORM apply-pay-rate
    PERFORM apply-deductions
    PERFORM apply-payroll-ytd
    PERFORM apply-account
    PERFORM apply-amortization
    PERFORM apply-voter-reg
    PERFORM apply-bank-account
    PERFORM apply-elections
    PERFORM apply-garnishments
    PERFORM apply-leave
    PERFORM apply-emp-status
    PERFORM apply-address
    PERFORM apply-dunlevel
    PERFORM apply-ssn-owner

    IF ws-fail-count = 0
        PERFORM retire-losing-customer
    ELSE
        DISPLAY "CUSTMERGE: " ws-fail-count " update(s) failed - "
            "customer " ws-loser-ident " kept on file, re-run the "
            "merge once the failure is cleared"
        MOVE 8 TO ws-return-code
    END-IF
    CLOSE MERGE-AUDIT

    MOVE SPACES TO ws-report-text
    STRING "APPLIED " ws-applied-count " FAILED " ws-fail-count
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line
    DISPLAY ws-report-text.

open-master-io.
    IF ws-work-status NOT = "00"
        MOVE ws-mg-file TO ws-io-file
        MOVE "OPEN-IO" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-work-status
        STOP RUN
    END-IF.

apply-pay-rate.
    IF NOT pr-none
        MOVE "PAY-RATE" TO ws-mg-file
        MOVE ws-pr-action TO ws-mg-code
        MOVE "Y" TO ws-apply-ok-flag
        OPEN I-O PAY-RATE-MASTER
        PERFORM open-master-io
        IF pr-move
            MOVE ws-pr-loser TO rate-record
            MOVE ws-surv-ident TO pr-ident
            WRITE rate-record
                INVALID KEY PERFORM apply-failed
            END-WRITE
        END-IF
        IF apply-ok
            MOVE ws-loser-ident TO pr-ident
            DELETE PAY-RATE-MASTER
                INVALID KEY PERFORM apply-failed
            END-DELETE
        END-IF
        PERFORM log-change
        CLOSE PAY-RATE-MASTER
    END-IF.

apply-deductions.
    IF NOT dd-none
        MOVE "DEDUCT" TO ws-mg-file
        MOVE ws-dd-action TO ws-mg-code
        MOVE "Y" TO ws-apply-ok-flag
        OPEN I-O DEDUCT-MASTER
        PERFORM open-master-io
        IF dd-move
            MOVE ws-dd-loser TO deduct-record
            MOVE ws-surv-ident TO dd-ident
            WRITE deduct-record
                INVALID KEY PERFORM apply-failed
            END-WRITE
        ELSE
            MOVE ws-dd-merged TO deduct-record
            REWRITE deduct-record
                INVALID KEY PERFORM apply-failed
            END-REWRITE
        END-IF
        IF apply-ok
            MOVE ws-loser-ident TO dd-ident
            DELETE DEDUCT-MASTER
                INVALID KEY PERFORM apply-failed
            END-DELETE
        END-IF
        PERFORM log-change
        CLOSE DEDUCT-MASTER
    END-IF.

apply-payroll-ytd.
    IF NOT ytd-none
        MOVE "PAYROLL-YTD" TO ws-mg-file
        MOVE ws-ytd-action TO ws-mg-code
        MOVE "Y" TO ws-apply-ok-flag
        OPEN I-O PAYROLL-YTD
        PERFORM open-master-io
        IF ytd-move
            MOVE ws-ytd-loser TO ytd-record
            MOVE ws-surv-ident TO ytd-ident
            WRITE ytd-record
                INVALID KEY PERFORM apply-failed
            END-WRITE
        ELSE
            MOVE ws-ytd-merged TO ytd-record
            REWRITE ytd-record
                INVALID KEY PERFORM apply-failed
            END-REWRITE
        END-IF
        IF apply-ok
            MOVE ws-loser-ident TO ytd-ident
            DELETE PAYROLL-YTD
                INVALID KEY PERFORM apply-failed
            END-DELETE
        END-IF
        PERFORM log-change
        CLOSE PAYROLL-YTD
    END-IF.

*> every account change leaves its ACCTAUDIT record, the trail
*> acctmaint.cob keeps
apply-account.
    IF NOT ab-none
        MOVE "ACCT" TO ws-mg-file
        MOVE ws-ab-action TO ws-mg-code
        MOVE "Y" TO ws-apply-ok-flag
        OPEN I-O ACCT-MASTER
        PERFORM open-master-io
        EVALUATE TRUE
            WHEN ab-move
                MOVE ws-ab-loser TO acct-rec
                MOVE ws-surv-ident TO ab-ident
                WRITE acct-rec
                    INVALID KEY PERFORM apply-failed
                END-WRITE
                IF apply-ok
                    MOVE "WRITE" TO ws-audit-action
                    MOVE SPACES TO ws-acct-before
                    MOVE acct-rec TO ws-acct-after
                    PERFORM write-acct-audit
                END-IF
            WHEN ab-combine
                MOVE ws-ab-merged TO acct-rec
                REWRITE acct-rec
                    INVALID KEY PERFORM apply-failed
                END-REWRITE
                IF apply-ok
                    MOVE "REWRITE" TO ws-audit-action
                    MOVE ws-ab-surv TO ws-acct-before
                    MOVE ws-ab-merged TO ws-acct-after
                    PERFORM write-acct-audit
                END-IF
        END-EVALUATE
        IF apply-ok
            MOVE ws-loser-ident TO ab-ident
            DELETE ACCT-MASTER
                INVALID KEY PERFORM apply-failed
            END-DELETE
            IF apply-ok
                MOVE "DELETE" TO ws-audit-action
                MOVE ws-ab-loser TO ws-acct-before
                MOVE SPACES TO ws-acct-after
                PERFORM write-acct-audit
            END-IF
        END-IF
        PERFORM log-change
        CLOSE ACCT-MASTER
    END-IF.

write-acct-audit.
    CALL "ACCTAUDIT" USING ws-ops-program ws-audit-action
        ws-acct-before ws-acct-after.

*> period by period: the first of the loser's periods is re-found
*> each time round, so the survivor's new periods never get in the
*> way of the read
apply-amortization.
    IF NOT am-none
        MOVE "AMORT" TO ws-mg-file
        MOVE ws-am-action TO ws-mg-code
        MOVE "Y" TO ws-apply-ok-flag
        MOVE 0 TO ws-moved-periods
        OPEN I-O AMORT-MASTER
        PERFORM open-master-io
        MOVE "N" TO ws-eof-flag
        PERFORM WITH TEST BEFORE UNTIL end-of-file
            MOVE ws-loser-ident TO am-ident
            MOVE 0 TO am-period
            START AMORT-MASTER KEY IS GREATER THAN OR EQUAL am-key
                INVALID KEY SET end-of-file TO TRUE
            END-START
            IF NOT end-of-file
                READ AMORT-MASTER NEXT RECORD
                    AT END SET end-of-file TO TRUE
                    NOT AT END
                        IF am-ident NOT = ws-loser-ident
                            SET end-of-file TO TRUE
                        ELSE
                            PERFORM move-one-period
                        END-IF
                END-READ
            END-IF
        END-PERFORM
        PERFORM log-change
        CLOSE AMORT-MASTER
    END-IF.

move-one-period.
    MOVE amort-rec TO ws-am-image
    DELETE AMORT-MASTER
        INVALID KEY PERFORM apply-failed
    END-DELETE
    IF apply-ok
        MOVE ws-am-image TO amort-rec
        MOVE ws-surv-ident TO am-ident
        WRITE amort-rec
            INVALID KEY PERFORM apply-failed
        END-WRITE
    END-IF
    IF apply-ok
        ADD 1 TO ws-moved-periods
    ELSE
        SET end-of-file TO TRUE
    END-IF.

apply-voter-reg.
    IF NOT vreg-none
        MOVE "VOTER-REG" TO ws-mg-file
        MOVE ws-vreg-action TO ws-mg-code
        MOVE "Y" TO ws-apply-ok-flag
        OPEN I-O VOTER-REG
        PERFORM open-master-io
        IF vreg-move
            MOVE ws-vreg-loser TO voter-reg-rec
            MOVE ws-surv-ident TO vreg-ident
            WRITE voter-reg-rec
                INVALID KEY PERFORM apply-failed
            END-WRITE
        END-IF
        IF apply-ok
            MOVE ws-loser-ident TO vreg-ident
            DELETE VOTER-REG
                INVALID KEY PERFORM apply-failed
            END-DELETE
        END-IF
        PERFORM log-change
        CLOSE VOTER-REG
    END-IF.

apply-bank-account.
    IF NOT ba-none
        MOVE "BANKACCT" TO ws-mg-file
        MOVE ws-ba-action TO ws-mg-code
        MOVE "Y" TO ws-apply-ok-flag
        OPEN I-O BANKACCT-MASTER
        PERFORM open-master-io
        IF ba-move
            MOVE ws-ba-loser TO bank-acct-rec
            MOVE ws-surv-ident TO ba-ident
            WRITE bank-acct-rec
                INVALID KEY PERFORM apply-failed
            END-WRITE
        END-IF
        IF apply-ok
            MOVE ws-loser-ident TO ba-ident
            DELETE BANKACCT-MASTER
                INVALID KEY PERFORM apply-failed
            END-DELETE
        END-IF
        PERFORM log-change
        CLOSE BANKACCT-MASTER
    END-IF.

apply-elections.
    IF NOT el-none
        MOVE "ELECTIONS" TO ws-mg-file
        MOVE ws-el-action TO ws-mg-code
        MOVE "Y" TO ws-apply-ok-flag
        OPEN I-O ELECT-MASTER
        PERFORM open-master-io
        IF el-move
            MOVE ws-el-loser TO elect-record
            MOVE ws-surv-ident TO el-ident
            WRITE elect-record
                INVALID KEY PERFORM apply-failed
            END-WRITE
        END-IF
        IF apply-ok
            MOVE ws-loser-ident TO el-ident
            DELETE ELECT-MASTER
                INVALID KEY PERFORM apply-failed
            END-DELETE
        END-IF
        PERFORM log-change
        CLOSE ELECT-MASTER
    END-IF.

apply-garnishments.
    IF NOT gr-none
        MOVE "GARNISH" TO ws-mg-file
        MOVE ws-gr-action TO ws-mg-code
        MOVE "Y" TO ws-apply-ok-flag
        OPEN I-O GARN-MASTER
        PERFORM open-master-io
        EVALUATE TRUE
            WHEN gr-move
                MOVE ws-gr-loser TO garn-record
                MOVE ws-surv-ident TO gr-ident
                WRITE garn-record
                    INVALID KEY PERFORM apply-failed
                END-WRITE
            WHEN gr-combine
                MOVE ws-gr-merged TO garn-record
                REWRITE garn-record
                    INVALID KEY PERFORM apply-failed
                END-REWRITE
        END-EVALUATE
        IF apply-ok
            MOVE ws-loser-ident TO gr-ident
            DELETE GARN-MASTER
                INVALID KEY PERFORM apply-failed
            END-DELETE
        END-IF
        PERFORM log-change
        CLOSE GARN-MASTER
    END-IF.

apply-leave.
    IF NOT lv-none
        MOVE "LEAVE" TO ws-mg-file
        MOVE ws-lv-action TO ws-mg-code
        MOVE "Y" TO ws-apply-ok-flag
        OPEN I-O LEAVE-MASTER
        PERFORM open-master-io
        IF lv-move
            MOVE ws-lv-loser TO leave-record
            MOVE ws-surv-ident TO lv-ident
            WRITE leave-record
                INVALID KEY PERFORM apply-failed
            END-WRITE
        ELSE
            MOVE ws-lv-merged TO leave-record
            REWRITE leave-record
                INVALID KEY PERFORM apply-failed
            END-REWRITE
        END-IF
        IF apply-ok
            MOVE ws-loser-ident TO lv-ident
            DELETE LEAVE-MASTER
                INVALID KEY PERFORM apply-failed
            END-DELETE
        END-IF
        PERFORM log-change
        CLOSE LEAVE-MASTER
    END-IF.

*> every address change leaves its ADDRAUDIT record, the trail
*> addrmaint.cob keeps - a move is the loser's DELETE and the
*> survivor's WRITE
apply-emp-status.
    IF NOT es-none
        MOVE "EMP-STATUS" TO ws-mg-file
        MOVE ws-es-action TO ws-mg-code
        MOVE "Y" TO ws-apply-ok-flag
        OPEN I-O EMP-STATUS-MASTER
        PERFORM open-master-io
        MOVE ws-es-loser TO emp-status-rec
        MOVE ws-surv-ident TO es-ident
        WRITE emp-status-rec
            INVALID KEY PERFORM apply-failed
        END-WRITE
        IF apply-ok
            MOVE ws-loser-ident TO es-ident
            DELETE EMP-STATUS-MASTER
                INVALID KEY PERFORM apply-failed
            END-DELETE
        END-IF
        PERFORM log-change
        CLOSE EMP-STATUS-MASTER
    END-IF.

apply-address.
    IF NOT ad-none
        MOVE "ADDRESS" TO ws-mg-file
        MOVE ws-ad-action TO ws-mg-code
        MOVE "Y" TO ws-apply-ok-flag
        OPEN I-O ADDR-MASTER
        PERFORM open-master-io
        IF ad-move
            MOVE ws-ad-loser TO addr-record
            MOVE ws-surv-ident TO ad-ident
            WRITE addr-record
                INVALID KEY PERFORM apply-failed
            END-WRITE
            IF apply-ok
                MOVE "WRITE" TO ws-audit-action
                MOVE SPACES TO ws-addr-before
                MOVE addr-record TO ws-addr-after
                PERFORM write-addr-audit
            END-IF
        END-IF
        IF apply-ok
            MOVE ws-loser-ident TO ad-ident
            DELETE ADDR-MASTER
                INVALID KEY PERFORM apply-failed
            END-DELETE
            IF apply-ok
                MOVE "DELETE" TO ws-audit-action
                MOVE ws-ad-loser TO ws-addr-before
                MOVE SPACES TO ws-addr-after
                PERFORM write-addr-audit
            END-IF
        END-IF
        PERFORM log-change
        CLOSE ADDR-MASTER
    END-IF.

write-addr-audit.
    CALL "ADDRAUDIT" USING ws-ops-program ws-audit-action
        ws-addr-before ws-addr-after.

apply-dunlevel.
    IF NOT dl-none
        MOVE "DUNLEVEL" TO ws-mg-file
        MOVE ws-dl-action TO ws-mg-code
        MOVE "Y" TO ws-apply-ok-flag
        OPEN I-O DUNLEVEL-MASTER
        PERFORM open-master-io
        EVALUATE TRUE
            WHEN dl-move
                MOVE ws-dl-loser TO dunlevel-record
                MOVE ws-surv-ident TO dl-ident
                WRITE dunlevel-record
                    INVALID KEY PERFORM apply-failed
                END-WRITE
            WHEN dl-combine
                MOVE ws-dl-merged TO dunlevel-record
                REWRITE dunlevel-record
                    INVALID KEY PERFORM apply-failed
                END-REWRITE
        END-EVALUATE
        IF apply-ok
            MOVE ws-loser-ident TO dl-ident
            DELETE DUNLEVEL-MASTER
                INVALID KEY PERFORM apply-failed
            END-DELETE
        END-IF
        PERFORM log-change
        CLOSE DUNLEVEL-MASTER
    END-IF.

*> the SSN record stays where it is - only its owner changes
apply-ssn-owner.
    IF NOT ssn-none
        MOVE "SSN-OWNER" TO ws-mg-file
        MOVE ws-ssn-action TO ws-mg-code
        MOVE "Y" TO ws-apply-ok-flag
        OPEN I-O SSN-MASTER
        PERFORM open-master-io
        PERFORM VARYING ws-ssn-idx FROM 1 BY 1
                UNTIL ws-ssn-idx > ws-loser-ssn-count
            MOVE ws-loser-ssn(ws-ssn-idx) TO SSNum
            READ SSN-MASTER
                INVALID KEY PERFORM apply-failed
                NOT INVALID KEY
                    MOVE ws-surv-ident TO SSNOwnerIdent
                    REWRITE SSN-RECORD
                        INVALID KEY PERFORM apply-failed
                    END-REWRITE
            END-READ
        END-PERFORM
        PERFORM log-change
        CLOSE SSN-MASTER
    END-IF.

apply-failed.
    MOVE "N" TO ws-apply-ok-flag
    DISPLAY "CUSTMERGE: " ws-mg-file " update failed for ident "
        ws-loser-ident " - status " ws-work-status.

*> one line per master changed, same timestamp/operator idiom
*> ssnfix.cob keeps on its audit file
log-change.
    EVALUATE TRUE
        WHEN mg-move    MOVE "MOVE" TO ws-mg-word
        WHEN mg-combine MOVE "COMBINE" TO ws-mg-word
        WHEN mg-drop    MOVE "DROP" TO ws-mg-word
    END-EVALUATE
    IF apply-ok
        ADD 1 TO ws-applied-count
    ELSE
        ADD 1 TO ws-fail-count
        MOVE "FAILED" TO ws-mg-word
    END-IF
    MOVE FUNCTION CURRENT-DATE TO ws-timestamp
    MOVE SPACES TO ws-audit-line
    STRING ws-timestamp " OPER=" ws-operator " " ws-mg-file " "
        ws-mg-word " " ws-loser-ident " TO " ws-surv-ident
        DELIMITED BY SIZE INTO ws-audit-line
    MOVE ws-audit-line TO merge-audit-rec
    WRITE merge-audit-rec
    MOVE SPACES TO ws-report-text
    STRING ws-mg-file " " ws-loser-ident " " ws-mg-word " DONE"
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line.

*> the losing customer is archived the way PROGRAM4's delete does
*> it, then deleted - CUSTAUDIT gets a MERGED record carrying both
*> customers (so AUDINQ on either ident finds it) ahead of the
*> DELETE
retire-losing-customer.
    OPEN I-O CUSTOMER-MASTER
    IF ws-cust-status NOT = "00"
        MOVE "CUST-MASTER" TO ws-io-file
        MOVE "OPEN-IO" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-cust-status
        STOP RUN
    END-IF
    MOVE ws-loser-ident TO ident
    READ CUSTOMER-MASTER
        INVALID KEY
            DISPLAY "CUSTMERGE: customer " ws-loser-ident
                " vanished before the delete"
            MOVE 8 TO ws-return-code
        NOT INVALID KEY
            PERFORM write-cust-archive-line
            DELETE CUSTOMER-MASTER
                INVALID KEY
                    DISPLAY "CUSTMERGE: unable to delete customer "
                        ws-loser-ident
                    MOVE 8 TO ws-return-code
                NOT INVALID KEY
                    MOVE "MERGED" TO ws-audit-action
                    MOVE ws-loser-cust TO ws-cust-before
                    MOVE ws-surv-cust TO ws-cust-after
                    PERFORM write-cust-audit
                    MOVE "DELETE" TO ws-audit-action
                    MOVE ws-loser-cust TO ws-cust-before
                    MOVE SPACES TO ws-cust-after
                    PERFORM write-cust-audit
                    DISPLAY "Customer " ws-loser-ident
                        " merged into " ws-surv-ident
                        ", archived and deleted"
            END-DELETE
    END-READ
    CLOSE CUSTOMER-MASTER.

write-cust-audit.
    CALL "CUSTAUDIT" USING ws-ops-program ws-audit-action
        ws-cust-before ws-cust-after.

write-cust-archive-line.
    MOVE FUNCTION CURRENT-DATE TO ws-timestamp
    OPEN EXTEND CUST-ARCHIVE
    IF ws-arch-status = "35"
        OPEN OUTPUT CUST-ARCHIVE
    END-IF
    IF ws-arch-status NOT = "00"
        MOVE "CUST-ARCHIVE" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-arch-status
        STOP RUN
    END-IF
    MOVE SPACES TO ws-arch-line
    STRING ws-timestamp " " customer
        DELIMITED BY SIZE INTO ws-arch-line
    MOVE ws-arch-line TO cust-archive-rec
    WRITE cust-archive-rec
    CLOSE CUST-ARCHIVE.

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

log-and-finish.
    INITIALIZE ws-ops-counts
    MOVE ws-examined-count TO ws-ops-read
    IF apply-run
        MOVE ws-applied-count TO ws-ops-written
        COMPUTE ws-ops-rejected = ws-hold-count + ws-fail-count
    ELSE
        MOVE ws-change-count TO ws-ops-written
        MOVE ws-hold-count TO ws-ops-rejected
    END-IF
    CALL "OPSLOG" USING ws-ops-program ws-ops-counts
        ws-return-code

    IF ws-return-code NOT = 0
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.
