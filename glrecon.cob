*> never acknowledged at all - so a dropped posting shows in the
*> daily ops log with RC=8 the same morning, instead of surfacing as
*> a phone call from accounting days later.
*>
*> The receivables feed arglext.cob sends the same night is matched
*> from the same return feed - both extracts load into one table, so
*> an acknowledgment finds its posting whichever feed carried it,
*> and a missing receivables extract reports exactly like a missing
*> payroll one.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-gl-status.

    *> last night's receivables extract - the same layout again
    SELECT AR-POSTING ASSIGN TO "data/ar_extract.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-ar-status.

    *> the ledger system's return feed
    SELECT GL-ACK ASSIGN TO "data/gl_ack.dat"
        ORGANIZATION IS LINE SEQUENTIAL
    02 gl-debit-amt    PIC 9(9)V99.
    02 gl-credit-amt   PIC 9(9)V99.

FD AR-POSTING.
01 ar-posting-rec PIC X(46).

FD GL-ACK.
01 gl-ack-rec.
    02 ack-posting-date PIC X(8).

WORKING-STORAGE SECTION.
01 ws-gl-status  PIC XX VALUE "00".
01 ws-ar-status  PIC XX VALUE "00".
01 ws-ack-status PIC XX VALUE "00".
01 ws-rpt-status PIC XX VALUE "00".
01 ws-gl-eof-flag PIC X VALUE "N".
01 ws-ack-eof-flag PIC X VALUE "N".
    88 no-more-acks VALUE "Y".

*> one extract line, whichever feed it came from
01 ws-work-posting.
    02 wp-record-type  PIC X(2).
    02 wp-posting-date PIC X(8).
    02 wp-account      PIC X(10).
    02 wp-dept         PIC X(4).
    02 wp-debit-amt    PIC 9(9)V99.
    02 wp-credit-amt   PIC 9(9)V99.
01 ws-abort-flag PIC X VALUE "N".
    88 recon-aborted VALUE "Y".

*> last night's postings held for matching - the payroll extract's
*> department lines (with their accrual lines at a month end) and
*> company-wide lines, plus two lines per receivables activity; the
*> table aborts loudly rather than reconciling a silently short list
01 ws-post-table-count PIC 9(3) VALUE 0.
01 ws-post-table.
    02 ws-post-entry OCCURS 250 TIMES
            INDEXED BY ws-post-idx.
        03 ws-post-date    PIC X(8).
        03 ws-post-account PIC X(10).
OPEN OUTPUT RECON-RPT

PERFORM load-posting-table
IF NOT recon-aborted
    PERFORM load-ar-posting-table
END-IF

IF NOT recon-aborted
    PERFORM match-ack-feed
    PERFORM report-exceptions
END-IF
            READ GL-POSTING
                AT END SET no-more-postings TO TRUE
                NOT AT END
                    MOVE gl-posting-rec TO ws-work-posting
                    IF wp-record-type = "DT"
                        PERFORM add-posting-entry
                    END-IF
            END-READ
        CLOSE GL-POSTING
    END-IF.

*> the receivables extract goes into the same table the same way
load-ar-posting-table.
    MOVE "N" TO ws-gl-eof-flag
    OPEN INPUT AR-POSTING
    IF ws-ar-status NOT = "00"
        DISPLAY "GLRECON: no receivables GL extract on file to "
            "reconcile"
        MOVE 8 TO ws-return-code
        MOVE SPACES TO ws-recon-text
        STRING "NO RECEIVABLES GL EXTRACT ON FILE TO RECONCILE"
            DELIMITED BY SIZE INTO ws-recon-text
        PERFORM write-recon-line
    ELSE
        PERFORM WITH TEST BEFORE UNTIL no-more-postings
            READ AR-POSTING
                AT END SET no-more-postings TO TRUE
                NOT AT END
                    MOVE ar-posting-rec TO ws-work-posting
                    IF wp-record-type = "DT"
                        PERFORM add-posting-entry
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AR-POSTING
    END-IF.

add-posting-entry.
    IF ws-post-table-count = 250
        DISPLAY "GLRECON: more postings than the match table "
            "holds - reconciliation aborted"
        MOVE 8 TO ws-return-code
        MOVE "Y" TO ws-abort-flag
        SET no-more-postings TO TRUE
    ELSE
        ADD 1 TO ws-post-table-count
        MOVE wp-posting-date
            TO ws-post-date(ws-post-table-count)
        MOVE wp-account TO ws-post-account(ws-post-table-count)
        MOVE wp-dept TO ws-post-dept(ws-post-table-count)
        *> a posting carries its amount on whichever side it hits -
        *> the ledger acknowledges the amount, not the side
        IF wp-debit-amt > 0
            MOVE wp-debit-amt TO ws-post-amount(ws-post-table-count)
        ELSE
            MOVE wp-credit-amt TO ws-post-amount(ws-post-table-count)
        END-IF
        MOVE "U" TO ws-post-status(ws-post-table-count)
    END-IF.
