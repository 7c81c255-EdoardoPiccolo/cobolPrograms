*> am-status, writes negating history lines so the trail tells the
*> whole story, optionally posts the NSF fee feepolicy.ctl carries
*> as a new schedule period PAYAPPLY will collect, and reports the
*> account's new open position. The money backed out and the fee
*> both go on the receivables activity journal (ARJRNL) for the GL
*> feed.
*>
*> A piece that landed on a period since closed by a hardship
*> restructure (restruct.cob) cannot reopen it - the period stays
*> restructured with the money off am-paid-amt, and the amount comes
*> back as a new open period due today, the way the NSF fee does.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 ws-rpt-status   PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 end-of-file VALUE "Y".
01 ws-reopen-flag PIC X VALUE "N".
    88 reopen-restructured VALUE "Y".

01 ws-work-ident  PIC 9(3) VALUE 0.
01 ws-work-date   PIC 9(8) VALUE 0.
01 ws-max-period PIC 9(3) VALUE 0.
01 ws-reversed-count PIC 9(2) VALUE 0.
01 ws-reversed-total PIC 9(9)V99 VALUE 0.
*> the receivables activity journal lines for the reversal
01 ws-jrnl-activity PIC X(4) VALUE SPACES.
01 ws-jrnl-amount   PIC 9(7)V99 VALUE 0.
01 ws-open-amt PIC 9(7)V99 VALUE 0.
01 ws-open-total PIC 9(9)V99 VALUE 0.
01 ws-report-text PIC X(70).
            PERFORM back-out-one-piece
        END-IF
    END-PERFORM
    IF ws-reversed-total > 0
        MOVE "NSFR" TO ws-jrnl-activity
        MOVE ws-reversed-total TO ws-jrnl-amount
        CALL "ARJRNL" USING ws-ops-program ws-jrnl-activity
            ws-work-ident ws-jrnl-amount
    END-IF

    DISPLAY "Post the NSF fee of " ws-nsf-fee "? (Y/N): "
        WITH NO ADVANCING
            MOVE 8 TO ws-return-code
        NOT INVALID KEY
            SUBTRACT ws-tbl-net(ws-piece-idx) FROM am-paid-amt
            EVALUATE TRUE
                WHEN am-restructured
                    MOVE "Y" TO ws-reopen-flag
                WHEN am-paid-amt > 0
                    MOVE "P" TO am-status
                WHEN OTHER
                    MOVE 0 TO am-paid-amt
                    MOVE "U" TO am-status
            END-EVALUATE
            REWRITE amort-rec
                INVALID KEY
                    DISPLAY "Unable to rewrite period " am-period
                    DELIMITED BY SIZE INTO ws-report-text
                PERFORM write-report-line
            END-IF
    END-READ
    IF reopen-restructured
        MOVE "N" TO ws-reopen-flag
        PERFORM reopen-restructured-piece
    END-IF.

*> the bounced money on a restructured period comes back as a new
*> open period due today, after the account's last one
reopen-restructured-piece.
    PERFORM find-max-period
    MOVE ws-work-ident TO am-ident
    COMPUTE am-period = ws-max-period + 1
    MOVE ws-run-date TO am-due-date
    MOVE ws-tbl-net(ws-piece-idx) TO am-amount
    MOVE 0 TO am-paid-amt
    MOVE "U" TO am-status
    MOVE SPACE TO am-type
    MOVE SPACE TO am-fee-flag
    WRITE amort-rec
        INVALID KEY
            DISPLAY "Unable to write period " am-period
                " for account " am-ident
            MOVE 8 TO ws-return-code
    END-WRITE
    MOVE SPACES TO ws-report-text
    STRING "ACCT " am-ident " PERIOD " am-period
        " REOPENED " am-amount " - RESTRUCTURED PERIOD"
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line.

*> the fee lands as a new schedule period (type L, due today) so
*> PAYAPPLY collects it like any other open period
            MOVE 8 TO ws-return-code
    END-WRITE
    IF ws-return-code = 0
        MOVE "NSFF" TO ws-jrnl-activity
        MOVE ws-nsf-fee TO ws-jrnl-amount
        CALL "ARJRNL" USING ws-ops-program ws-jrnl-activity
            ws-work-ident ws-jrnl-amount
        MOVE SPACES TO ws-report-text
        STRING "ACCT " ws-work-ident " NSF FEE " ws-nsf-fee
            " POSTED AS PERIOD " am-period
                IF am-ident NOT = ws-work-ident
                    SET end-of-file TO TRUE
                ELSE
                    IF NOT am-paid AND NOT am-restructured
                        COMPUTE ws-open-amt =
                            am-amount - am-paid-amt
                        ADD ws-open-amt TO ws-open-total
