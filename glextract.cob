*> refused outright and the run ends with RC=8 so dailyrun.jcl's
*> COND chain stops the downstream send instead of feeding the
*> ledger an unbalanced day.
*>
*> WAGEACCR's month-end accrued wages ride the same file: on the
*> month-end business date each department's accrual is debited to
*> PAYR-ACCWG (wages) and PAYR-ACCTX (employer FICA) with the total
*> credited to the PAYR-ACCLI liability, and on the reversal date
*> the same lines post to the opposite sides - both trailer totals
*> carry them, so the balance check proves the accrual too.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ALTERNATE RECORD KEY IS custName WITH DUPLICATES
        FILE STATUS IS ws-cust-status.

    *> month-end accrued wages and their reversal - see wageaccr.cob
    SELECT WAGE-ACCR ASSIGN TO "data/wageaccr.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-accr-status.

    SELECT GL-POSTING ASSIGN TO "data/gl_extract.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-gl-status.
FD CUSTOMER-MASTER.
COPY CUSTREC.

FD WAGE-ACCR.
*> shared with wageaccr.cob and mthclose.cob - see
*> copybooks/WAGEACCR.cpy
COPY WAGEACCR.

*> fixed layout the GL system expects - not a human-readable report,
*> so every field is a plain PIC, no STRING-built display line.
*> DT = posting detail (debit or credit side filled), TR = trailer
01 ws-payroll-status PIC XX VALUE "00".
01 ws-cust-status      PIC XX VALUE "00".
01 ws-gl-status         PIC XX VALUE "00".
01 ws-accr-status       PIC XX VALUE "00".
01 ws-eof-flag           PIC X VALUE "N".
    88 ws-eof VALUE "Y".
01 ws-cust-open-flag PIC X VALUE "N".
*> expense and credited as tax liability, so both trailer sides
*> move by the same amount and the balance check still holds
01 ws-total-empr-fica PIC S9(9)V99 VALUE 0.
*> state income tax withheld - owed to the states, not with the
*> federal deposit, so it is credited to its own liability account
01 ws-total-state-wh PIC S9(9)V99 VALUE 0.
*> the employer's retirement match - benefit expense debited and
*> the liability to the plan credited, the same both-sides pair as
*> the employer FICA; the plan remittance file's match total foots
*> to it
01 ws-total-empr-match PIC S9(9)V99 VALUE 0.
*> the day's accrued-wages lines, if it is a month end or a
*> reversal date - accrual and reversal each post both sides
01 ws-accr-wages PIC 9(9)V99 VALUE 0.
01 ws-accr-fica  PIC 9(9)V99 VALUE 0.
01 ws-rev-wages  PIC 9(9)V99 VALUE 0.
01 ws-rev-fica   PIC 9(9)V99 VALUE 0.
01 ws-accr-liab  PIC 9(9)V99 VALUE 0.
01 ws-accr-count PIC 9(3) VALUE 0.
01 ws-accr-table.
    02 ws-accr-entry OCCURS 100 TIMES
            INDEXED BY ws-accr-idx.
        03 ws-accr-type  PIC X.
            88 ws-accr-is-reversal VALUE "R".
        03 ws-accr-dept  PIC X(4).
        03 ws-accr-dept-wages PIC 9(9)V99.
        03 ws-accr-dept-fica  PIC 9(9)V99.
01 ws-accr-gl-lines PIC 9(5) VALUE 0.
01 ws-accr-full-flag PIC X VALUE "N".
    88 accr-table-full VALUE "Y".
01 ws-total-debits  PIC S9(9)V99 VALUE 0.
01 ws-total-credits PIC S9(9)V99 VALUE 0.

    CLOSE CUSTOMER-MASTER
END-IF

PERFORM load-wage-accrual

*> balance first, write second - an unbalanced or overflowed
*> allocation refuses the whole file so the ledger never sees it
*> garnishments are withheld money owed onward like the rest of
*> the employer match rides both sides: tax expense on the debit
*> side next to gross, tax liability on the credit side next to
*> the withheld deductions
*> the accrual's expense lines are debits and its liability a
*> credit; the reversal is the mirror image - either way the same
*> amount lands on both sides
COMPUTE ws-total-debits = ws-total-gross + ws-total-empr-fica
    + ws-total-empr-match + ws-accr-wages + ws-accr-fica
    + ws-rev-wages + ws-rev-fica
COMPUTE ws-total-credits = ws-total-deductions + ws-total-state-wh
    + ws-total-net + ws-total-empr-fica + ws-total-empr-match
    + ws-accr-wages + ws-accr-fica + ws-rev-wages + ws-rev-fica

EVALUATE TRUE
    WHEN dept-table-full
        DISPLAY "GLEXTRACT: more departments on the day's log than "
            "the allocation table holds - file NOT written"
        MOVE 8 TO ws-ops-return-code
    WHEN accr-table-full
        DISPLAY "GLEXTRACT: more accrued-wages lines for the day "
            "than the accrual table holds - file NOT written"
        MOVE 8 TO ws-ops-return-code
    WHEN ws-total-debits NOT = ws-total-credits
        DISPLAY "GLEXTRACT: postings do not balance - debits "
            ws-total-debits " credits " ws-total-credits
MOVE ws-record-count TO ws-ops-read
MOVE ws-total-gross TO ws-ops-amount
IF ws-ops-return-code = 0
    COMPUTE ws-ops-written = ws-dept-table-count + 8
        + ws-accr-gl-lines
END-IF
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-ops-return-code
        SUBTRACT pl-net FROM ws-total-net
        SUBTRACT pl-empr-fica FROM ws-total-empr-fica
        SUBTRACT pl-garnish FROM ws-total-garnish
        SUBTRACT pl-state-wh FROM ws-total-state-wh
        SUBTRACT pl-empr-match FROM ws-total-empr-match
    ELSE
        ADD pl-gross TO ws-total-gross
        ADD pl-fica TO ws-total-fica
        ADD pl-net TO ws-total-net
        ADD pl-empr-fica TO ws-total-empr-fica
        ADD pl-garnish TO ws-total-garnish
        ADD pl-state-wh TO ws-total-state-wh
        ADD pl-empr-match TO ws-total-empr-match
    END-IF
    PERFORM lookup-department
    PERFORM post-dept-gross.
            MOVE "Y" TO ws-table-full-flag
    END-EVALUATE.

*> one debit line per department, the company-wide credit lines,
*> then the trailer the GL system balances against
write-gl-postings.
    *> postings carry the BUSINESS day, not the wall clock - the
    MOVE ws-total-deductions TO gl-credit-amt
    WRITE gl-posting-rec

    MOVE "DT" TO gl-record-type
    MOVE ws-run-date TO gl-posting-date
    MOVE "PAYR-STTAX" TO gl-account
    MOVE SPACES TO gl-dept
    MOVE 0 TO gl-debit-amt
    MOVE ws-total-state-wh TO gl-credit-amt
    WRITE gl-posting-rec

    MOVE "DT" TO gl-record-type
    MOVE ws-run-date TO gl-posting-date
    MOVE "PAYR-NET" TO gl-account
    MOVE ws-total-empr-fica TO gl-credit-amt
    WRITE gl-posting-rec

    *> the retirement match accrual: benefit expense debited, the
    *> amount owed the plan credited - the remittance file's match
    *> total is this pair
    MOVE "DT" TO gl-record-type
    MOVE ws-run-date TO gl-posting-date
    MOVE "PAYR-BENEX" TO gl-account
    MOVE SPACES TO gl-dept
    MOVE ws-total-empr-match TO gl-debit-amt
    MOVE 0 TO gl-credit-amt
    WRITE gl-posting-rec

    MOVE "DT" TO gl-record-type
    MOVE ws-run-date TO gl-posting-date
    MOVE "PAYR-BENLI" TO gl-account
    MOVE SPACES TO gl-dept
    MOVE 0 TO gl-debit-amt
    MOVE ws-total-empr-match TO gl-credit-amt
    WRITE gl-posting-rec

    IF ws-accr-count > 0
        PERFORM write-accrual-postings
    END-IF

    MOVE "TR" TO gl-record-type
    MOVE ws-run-date TO gl-posting-date
    MOVE "TOTALS" TO gl-account

    CLOSE GL-POSTING.

*> the accrued-wages lines dated the business day - none on most
*> days, an accrual set on a month end, a reversal set on the
*> first business day after one. No file yet is simply no accrual
load-wage-accrual.
    MOVE "N" TO ws-eof-flag
    OPEN INPUT WAGE-ACCR
    EVALUATE TRUE
        WHEN ws-accr-status = "00"
            CONTINUE
        WHEN ws-accr-status = "35"
            SET ws-eof TO TRUE
        WHEN OTHER
            MOVE "WAGE-ACCR" TO ws-io-file
            MOVE "OPEN-IN" TO ws-io-op
            CALL "IOERROR" USING ws-ops-program ws-io-file
                ws-io-op ws-accr-status
            STOP RUN
    END-EVALUATE
    PERFORM WITH TEST BEFORE UNTIL ws-eof
        READ WAGE-ACCR
            AT END SET ws-eof TO TRUE
            NOT AT END
                IF (wa-accrual OR wa-reversal)
                        AND wa-post-date = ws-bus-date
                    PERFORM take-accrual-line
                END-IF
        END-READ
    END-PERFORM
    IF ws-accr-status NOT = "35"
        CLOSE WAGE-ACCR
    END-IF.

take-accrual-line.
    IF ws-accr-count < 100
        ADD 1 TO ws-accr-count
        MOVE wa-record-type TO ws-accr-type(ws-accr-count)
        MOVE wa-dept TO ws-accr-dept(ws-accr-count)
        MOVE wa-wages TO ws-accr-dept-wages(ws-accr-count)
        MOVE wa-empr-fica TO ws-accr-dept-fica(ws-accr-count)
        IF wa-reversal
            ADD wa-wages TO ws-rev-wages
            ADD wa-empr-fica TO ws-rev-fica
        ELSE
            ADD wa-wages TO ws-accr-wages
            ADD wa-empr-fica TO ws-accr-fica
        END-IF
    ELSE
        MOVE "Y" TO ws-accr-full-flag
    END-IF.

*> per department: wages and employer FICA on the expense side for
*> an accrual, the credit side for a reversal; then the liability
*> against them - credited by an accrual, debited by a reversal
write-accrual-postings.
    PERFORM VARYING ws-accr-idx FROM 1 BY 1
            UNTIL ws-accr-idx > ws-accr-count
        MOVE "DT" TO gl-record-type
        MOVE ws-run-date TO gl-posting-date
        MOVE "PAYR-ACCWG" TO gl-account
        MOVE ws-accr-dept(ws-accr-idx) TO gl-dept
        IF ws-accr-is-reversal(ws-accr-idx)
            MOVE 0 TO gl-debit-amt
            MOVE ws-accr-dept-wages(ws-accr-idx) TO gl-credit-amt
        ELSE
            MOVE ws-accr-dept-wages(ws-accr-idx) TO gl-debit-amt
            MOVE 0 TO gl-credit-amt
        END-IF
        WRITE gl-posting-rec

        MOVE "PAYR-ACCTX" TO gl-account
        IF ws-accr-is-reversal(ws-accr-idx)
            MOVE 0 TO gl-debit-amt
            MOVE ws-accr-dept-fica(ws-accr-idx) TO gl-credit-amt
        ELSE
            MOVE ws-accr-dept-fica(ws-accr-idx) TO gl-debit-amt
            MOVE 0 TO gl-credit-amt
        END-IF
        WRITE gl-posting-rec
        ADD 2 TO ws-accr-gl-lines
    END-PERFORM

    IF ws-accr-wages + ws-accr-fica > 0
        COMPUTE ws-accr-liab = ws-accr-wages + ws-accr-fica
        MOVE "DT" TO gl-record-type
        MOVE ws-run-date TO gl-posting-date
        MOVE "PAYR-ACCLI" TO gl-account
        MOVE SPACES TO gl-dept
        MOVE 0 TO gl-debit-amt
        MOVE ws-accr-liab TO gl-credit-amt
        WRITE gl-posting-rec
        ADD 1 TO ws-accr-gl-lines
    END-IF
    IF ws-rev-wages + ws-rev-fica > 0
        COMPUTE ws-accr-liab = ws-rev-wages + ws-rev-fica
        MOVE "DT" TO gl-record-type
        MOVE ws-run-date TO gl-posting-date
        MOVE "PAYR-ACCLI" TO gl-account
        MOVE SPACES TO gl-dept
        MOVE ws-accr-liab TO gl-debit-amt
        MOVE 0 TO gl-credit-amt
        WRITE gl-posting-rec
        ADD 1 TO ws-accr-gl-lines
    END-IF.

*> first call of the run: already complete for this business
*> date means the whole step skips - that is how a restarted
*> dailyrun resumes at the first incomplete step
