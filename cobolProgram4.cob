*> the employer's matching FICA share - accrued at pay time so the
*> GL extract posts it the same night, never journaled by hand
01 ws-empr-fica       PIC 9(5)V99.
*> state income tax from STATETAX, and the state it went to -
*> federal and state together are the income tax GARNCALC takes
*> off before disposable pay
01 ws-state           PIC X(2) VALUE SPACES.
01 ws-state-wh        PIC 9(5)V99 VALUE 0.
01 ws-income-tax      PIC 9(5)V99 VALUE 0.
01 ws-st-slot         PIC 9 VALUE 0.
01 ws-st-found        PIC 9 VALUE 0.
01 ws-net-pay         PIC 9(5)V99.
01 ws-pay-date        PIC 9(8) VALUE 0.

        03 ws-ded-code PIC X(4).
        03 ws-ded-amt  PIC 9(5)V99.
01 ws-ded-total PIC 9(5)V99 VALUE 0.
*> the retirement deferral inside the deduction total and the
*> employer match on it, from MATCHCALC
01 ws-deferral   PIC 9(5)V99 VALUE 0.
01 ws-empr-match PIC 9(5)V99 VALUE 0.
01 ws-ded-idx   PIC 9 VALUE 0.
01 ws-pay-year        PIC 9(4) VALUE 0.
01 ws-ytd-found-flag  PIC X VALUE "N".
    MOVE payCheck TO ws-gross-work
    CALL "TAXCALC" USING ident ws-pay-date ws-gross-work
        ytd-gross ws-fica-amt ws-withhold-amt ws-empr-fica
    *> state income tax for the work-state override or the address
    CALL "STATETAX" USING ident ws-pay-date ws-gross-work
        ws-state ws-state-wh
    COMPUTE ws-income-tax = ws-withhold-amt + ws-state-wh

    *> garnishments ahead of every voluntary slot - the court's
    *> money comes out of disposable pay first, and whatever is
    *> left is all DEDCALC may take
    CALL "GARNCALC" USING ident ws-gross-work ws-fica-amt
        ws-income-tax ws-garn-detail ws-garn-total
    COMPUTE ws-ded-limit = ws-gross-work - ws-fica-amt
        - ws-income-tax - ws-garn-total

    *> voluntary deductions (retirement, insurance, ...) from the
    *> deductions master - itemized below and carried to the log so
    CALL "DEDCALC" USING ident ws-pay-date ws-gross-work
        ws-ded-limit ws-ded-detail ws-ded-total

    *> the shop's match on the retirement slot DEDCALC just took
    CALL "MATCHCALC" USING ws-gross-work ws-ded-detail ws-deferral
        ws-empr-match

    COMPUTE ws-net-pay ROUNDED =
        payCheck - ws-fica-amt - ws-income-tax
        - ws-garn-total - ws-ded-total

    DISPLAY "Gross pay    : " payCheck
    DISPLAY "FICA         : " ws-fica-amt
    DISPLAY "Withholding  : " ws-withhold-amt
    IF ws-state NOT = SPACES
        DISPLAY "State tax " ws-state " : " ws-state-wh
    END-IF
    IF ws-garn-total > 0
        DISPLAY "Garnishments : " ws-garn-total
    END-IF
        END-IF
    END-PERFORM
    DISPLAY "Net pay      : " ws-net-pay
    IF ws-empr-match > 0
        DISPLAY "Employer match (not in net) : " ws-empr-match
    END-IF

    OPEN EXTEND PAYROLL-LOG
    IF ws-payroll-status = "35"
    MOVE ws-ded-total TO pl-volded
    MOVE ws-net-pay TO pl-net
    MOVE ws-empr-fica TO pl-empr-fica
    MOVE ws-deferral TO pl-deferral
    MOVE ws-empr-match TO pl-empr-match
    *> the interactive run takes one keyed hours figure - overtime
    *> splitting is the batch run's business
    MOVE 0 TO pl-ot-prem
    MOVE ws-garn-total TO pl-garnish
    MOVE SPACE TO pl-type
    MOVE SPACES TO pl-pay-code
    MOVE ws-state TO pl-state
    MOVE ws-state-wh TO pl-state-wh
    WRITE payroll-log-rec
    CLOSE PAYROLL-LOG

            MOVE ident TO ytd-ident
            MOVE ws-pay-year TO ytd-year
            MOVE 0 TO ytd-gross ytd-fica ytd-withholding ytd-net
                ytd-empr-fica ytd-empr-match
            INITIALIZE ytd-state-detail
        END-IF
    END-IF.

    ADD ws-withhold-amt TO ytd-withholding
    ADD ws-net-pay TO ytd-net
    ADD ws-empr-fica TO ytd-empr-fica
    ADD ws-empr-match TO ytd-empr-match
    PERFORM add-state-ytd
    IF ytd-on-file
        REWRITE ytd-record
            INVALID KEY
    END-IF
    CLOSE PAYROLL-YTD.

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
            DISPLAY "PROGRAM4: ident " ytd-ident " taxed in a "
                "fourth state " ws-state " this year - state YTD "
                "not accumulated"
            MOVE 8 TO ws-return-code
        ELSE
            MOVE ws-state TO ytd-st-code(ws-st-found)
            ADD payCheck TO ytd-st-wages(ws-st-found)
            ADD ws-state-wh TO ytd-st-wh(ws-st-found)
        END-IF
    END-IF.

*> replaces the old compiled-in MOVE "123Bob Smith ... " TO customer
*> with a real entry screen - prompts for every field in the customer
*> group, one at a time, the way a clerk would key it in, then runs
