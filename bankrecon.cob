            88 reg-newly-paid  VALUE "N".
            88 reg-paid-diff   VALUE "D".
            88 reg-voided      VALUE "V".
            88 reg-escheated   VALUE "E".
01 ws-found-idx PIC 9(4) VALUE 0.
01 ws-table-full-flag PIC X VALUE "N".
    88 reg-table-full VALUE "Y".
01 ws-paid-total     PIC 9(9)V99 VALUE 0.
01 ws-diff-total     PIC 9(9)V99 VALUE 0.
01 ws-void-total     PIC 9(9)V99 VALUE 0.
01 ws-escheat-total  PIC 9(9)V99 VALUE 0.
01 ws-outstand-total PIC 9(9)V99 VALUE 0.
01 ws-foot-total     PIC 9(9)V99 VALUE 0.
01 ws-bank-count     PIC 9(5) VALUE 0.
        IF cr-status = "V"
            ADD cr-amount TO ws-void-total
        END-IF
        IF cr-status = "E"
            ADD cr-amount TO ws-escheat-total
        END-IF
    END-IF.

*> an absent bank feed is a legitimate no-statement month - every
                " - CHECK IS VOIDED, STOP-PAY MISSED"
                DELIMITED BY SIZE INTO ws-report-text
            PERFORM write-recon-line
        WHEN reg-escheated(ws-found-idx)
            *> the money already went to the state as unclaimed
            *> property - paying it again is a loss to chase
            ADD 1 TO ws-dup-count
            MOVE 8 TO ws-return-code
            MOVE SPACES TO ws-report-text
            STRING "BANK ITEM " bp-check-no " PAID " bp-date
                " - CHECK WAS ESCHEATED TO THE STATE"
                DELIMITED BY SIZE INTO ws-report-text
            PERFORM write-recon-line
        WHEN bp-amount NOT = ws-reg-amount(ws-found-idx)
            *> the check stays open on the register - the desk has
            *> to resolve the difference with the bank first
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-recon-line

    MOVE SPACES TO ws-report-text
    STRING "ESCHEATED        " ws-escheat-total
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-recon-line

    MOVE SPACES TO ws-report-text
    STRING "NO REGISTER LINE " ws-unknown-count
        " ALREADY CLEARED " ws-dup-count
    PERFORM write-recon-line

    COMPUTE ws-foot-total = ws-prior-total + ws-paid-total
        + ws-diff-total + ws-void-total + ws-escheat-total
        + ws-outstand-total
    IF ws-foot-total = ws-reg-total
        MOVE SPACES TO ws-report-text
        STRING "CONTROL TOTALS FOOT TO THE REGISTER"
                MOVE SPACE TO cr-status
            WHEN OTHER
                *> untouched lines keep the byte they came in with
                *> - cleared stays P, voided V, escheated E
                MOVE ws-reg-status(ws-reg-idx) TO cr-status
        END-EVALUATE
        MOVE register-rec TO register-keep-rec
