*>   the exact oldest-open-period walk every mailed check gets.
*>
*> An account whose balance can't cover the draw is skipped and
*> reported, never overdrawn; so is a frozen, legal-hold or closed
*> account (acctmaint.cob), whatever its balance. Runs ahead of ACCTPOST and PAYAPPLY
*> in dailyrun.jcl so both sides land the same night.
*>
*> PARM 'ENROLL' instead runs the enrollment screen: one ident and
    02 ax-ident  PIC 9(3).
    02 ax-date   PIC 9(8).
    02 ax-amount PIC S9(7)V99 SIGN IS LEADING SEPARATE.
*> A marks the draw as autopay's, so ACCTPOST journals it as one
    02 ax-source PIC X.

FD PAYMENTS-OUT.
01 payment-rec.
    02 py-ident  PIC 9(3).
    02 py-date   PIC 9(8).
    02 py-amount PIC 9(7)V99.
*> A marks the payment as autopay's, so PAYAPPLY journals it as one
    02 py-source PIC X.

FD AUTOPAY-RPT.
01 autopay-line PIC X(70).
        MOVE am-ident TO ws-acct-ident
        MOVE 0 TO ws-draw-amount
    END-IF
    IF NOT am-paid AND NOT am-charged-off
            AND NOT am-restructured
            AND am-due-date <= ws-bus-date
        COMPUTE ws-open-amt = am-amount - am-paid-amt
        ADD ws-open-amt TO ws-draw-amount
    END-IF.
        WHEN NOT account-on-file
        WHEN NOT ab-autopay-on
            CONTINUE
        WHEN ab-held OR ab-closed
            ADD 1 TO ws-skipped-count
            MOVE SPACES TO ws-report-text
            STRING "ACCT " ws-acct-ident " DUE " ws-draw-amount
                " - SKIPPED, ACCOUNT " ab-status
                " (HELD OR CLOSED)"
                DELIMITED BY SIZE INTO ws-report-text
            PERFORM write-report-line
        WHEN ab-balance < ws-draw-amount
            ADD 1 TO ws-skipped-count
            MOVE SPACES TO ws-report-text
            MOVE ws-acct-ident TO ax-ident
            MOVE ws-bus-date TO ax-date
            COMPUTE ax-amount = 0 - ws-draw-amount
            MOVE "A" TO ax-source
            WRITE acct-txn-rec
            MOVE ws-acct-ident TO py-ident
            MOVE ws-bus-date TO py-date
            MOVE ws-draw-amount TO py-amount
            MOVE "A" TO py-source
            WRITE payment-rec
            MOVE SPACES TO ws-report-text
            STRING "ACCT " ws-acct-ident " DRAWN "
