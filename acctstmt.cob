*> keyed account sweep, the same sorted two-file pattern custrpt.cob
*> and ssnrecon.cob use. After printing, each account's opening
*> balance and statement date roll forward so the next statement
*> picks up where this one left off. Month-end interest and
*> overdraft charges (ACCTINT) print as their own named lines.
*> Every statement leaves a line on the customer's correspondence
*> history (CORRLOG) - statement date, closing balance, and the
*> address it went to.
*>
*> A statement for a customer whose address is flagged returned
*> mail is still produced and rolled forward, but goes onto the
*> held-mail file (HELDMAIL) instead of the print file and is
*> reported on the console. Once ADDRMAINT keys a new address, the
*> next run prints the released statements first, with the new
*> mailing block.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    02 ph-ident  PIC 9(3).
    02 ph-date   PIC 9(8).
    02 ph-amount PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    02 ph-source PIC X.

FD HIST-SORTED.
01 hist-sorted-rec.
    02 hs-ident  PIC 9(3).
    02 hs-date   PIC 9(8).
    02 hs-amount PIC S9(7)V99 SIGN IS LEADING SEPARATE.
*> I = month-end interest, O = overdraft charge (acctint.cob), C =
*> the closing debit (acctmaint.cob) - printed as their own named
*> lines
    02 hs-source PIC X.
        88 hs-interest  VALUE "I".
        88 hs-overdraft VALUE "O".
        88 hs-closing   VALUE "C".

SD SORT-WORK-1.
01 sort-hist-rec.
    02 sort-hist-ident  PIC 9(3).
    02 sort-hist-date   PIC 9(8).
    02 sort-hist-amount PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    02 sort-hist-source PIC X.

FD ADDR-MASTER.
*> shared with addrmaint.cob and every document print - see
    88 addr-master-open VALUE "Y".
01 ws-addr-found-flag PIC X VALUE "N".
    88 address-on-file VALUE "Y".
*> the address on file is flagged returned mail - this statement's
*> lines go to the held-mail file, not the print file
01 ws-mail-held-flag PIC X VALUE "N".
    88 mail-held VALUE "Y".
01 ws-mail-ident PIC 9(3) VALUE 0.
01 ws-mail-document PIC X(8) VALUE "STMT".
01 ws-held-count PIC 9(5) VALUE 0.
01 ws-released-count PIC 9(5) VALUE 0.

*> one held-mail line passed to and from HELDMAIL
01 ws-hm-mode     PIC X VALUE SPACE.
01 ws-hm-ident    PIC 9(3) VALUE 0.
01 ws-hm-document PIC X(8) VALUE SPACES.
01 ws-hm-kind     PIC X VALUE SPACE.
01 ws-hm-text     PIC X(70) VALUE SPACES.
01 ws-hm-disp     PIC X VALUE SPACE.
01 ws-releasing-flag PIC X VALUE "N".
    88 releasing-held VALUE "Y".

*> one correspondence history line per document, through CORRLOG
COPY CORRREC.

01 ws-timestamp PIC X(21).
01 ws-run-date  PIC 9(8) VALUE 0.

PERFORM read-next-history

*> what ADDRMAINT released since the last run prints ahead of
*> this run's statements
PERFORM release-held-documents

IF NOT no-more-accounts
    MOVE LOW-VALUES TO ab-ident
    START ACCT-MASTER KEY IS GREATER THAN OR EQUAL ab-ident

CLOSE HIST-SORTED
CLOSE STMT-OUT
MOVE "C" TO ws-hm-mode
CALL "HELDMAIL" USING ws-ops-program ws-hm-mode ws-hm-ident
    ws-hm-document ws-hm-kind ws-hm-text ws-hm-disp
DISPLAY "ACCTSTMT: " ws-stmt-count " statement(s), " ws-held-count
    " held for returned mail, " ws-released-count
    " released statement(s) printed"
IF addr-master-open
    CLOSE ADDR-MASTER
END-IF
*> forward so next month opens here
print-one-statement.
    ADD 1 TO ws-stmt-count
    MOVE ab-ident TO ws-mail-ident
    PERFORM lookup-mailing-address
    MOVE ws-run-date TO cm-reference
    MOVE ab-balance TO cm-amount
    PERFORM log-correspondence

    MOVE SPACES TO ws-stmt-text
    STRING "STATEMENT - ACCOUNT " ab-ident " AS OF " ws-run-date

    MOVE SPACES TO ws-stmt-text
    PERFORM write-stmt-line
    MOVE "N" TO ws-mail-held-flag

    MOVE ab-balance TO ab-open-balance
    MOVE ws-run-date TO ab-last-stmt-date
    ADD hs-amount TO ws-expected
    MOVE hs-amount TO ws-money-display
    MOVE SPACES TO ws-stmt-text
    EVALUATE TRUE
        WHEN hs-interest
            STRING "  " hs-date "  " ws-money-display
                "  INTEREST CREDITED"
                DELIMITED BY SIZE INTO ws-stmt-text
        WHEN hs-overdraft
            STRING "  " hs-date "  " ws-money-display
                "  OVERDRAFT CHARGE"
                DELIMITED BY SIZE INTO ws-stmt-text
        WHEN hs-closing
            STRING "  " hs-date "  " ws-money-display
                "  ACCOUNT CLOSED - BALANCE REFUNDED"
                DELIMITED BY SIZE INTO ws-stmt-text
        WHEN OTHER
            STRING "  " hs-date "  " ws-money-display
                DELIMITED BY SIZE INTO ws-stmt-text
    END-EVALUATE
    PERFORM write-stmt-line.

read-next-history.
        AT END SET no-more-history TO TRUE
    END-READ.

*> read before the statement's first line - a returned-mail address
*> sends the whole statement to the held-mail file
lookup-mailing-address.
    MOVE "N" TO ws-addr-found-flag
    MOVE "N" TO ws-mail-held-flag
    IF addr-master-open
        MOVE ws-mail-ident TO ad-ident
        READ ADDR-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE "Y" TO ws-addr-found-flag
        END-READ
    END-IF
    IF address-on-file AND ad-undeliverable
        MOVE "Y" TO ws-mail-held-flag
        ADD 1 TO ws-held-count
        DISPLAY "ACCTSTMT: " ws-mail-document " for "
            ws-mail-ident " held - " ad-returned-doc
            " returned " ad-returned-date
    END-IF.

*> the mailing block under the heading - or the visible flag that
*> sends the envelope to the desk instead of the mailbox. A held
*> statement keeps only a slot for it, filled in on release
print-address-block.
    IF mail-held
        MOVE SPACES TO ws-stmt-text
        MOVE cm-doc-ident TO ws-stmt-text(1:20)
        MOVE "A" TO ws-hm-kind
        PERFORM hold-document-line
    ELSE
        PERFORM print-address-lines
    END-IF.

print-address-lines.
    IF address-on-file
        MOVE SPACES TO ws-stmt-text
        STRING "  " ad-street
    END-IF.

write-stmt-line.
    IF mail-held
        MOVE "T" TO ws-hm-kind
        PERFORM hold-document-line
    ELSE
        MOVE ws-stmt-text TO stmt-line
        WRITE stmt-line
    END-IF.

hold-document-line.
    MOVE "H" TO ws-hm-mode
    MOVE ws-mail-ident TO ws-hm-ident
    MOVE ws-mail-document TO ws-hm-document
    MOVE ws-stmt-text TO ws-hm-text
    CALL "HELDMAIL" USING ws-ops-program ws-hm-mode ws-hm-ident
        ws-hm-document ws-hm-kind ws-hm-text ws-hm-disp.

*> each released line back onto the statement file; the address
*> slot takes the address now on file
release-held-documents.
    MOVE "R" TO ws-hm-mode
    MOVE SPACE TO ws-hm-disp
    MOVE "Y" TO ws-releasing-flag
    PERFORM WITH TEST BEFORE UNTIL ws-hm-disp = "E"
        CALL "HELDMAIL" USING ws-ops-program ws-hm-mode ws-hm-ident
            ws-hm-document ws-hm-kind ws-hm-text ws-hm-disp
        IF ws-hm-disp = "L"
            PERFORM print-released-line
        END-IF
    END-PERFORM
    MOVE "N" TO ws-releasing-flag.

print-released-line.
    IF ws-hm-kind = "A"
        ADD 1 TO ws-released-count
        MOVE "N" TO ws-addr-found-flag
        IF addr-master-open
            MOVE ws-hm-ident TO ad-ident
            READ ADDR-MASTER
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE "Y" TO ws-addr-found-flag
            END-READ
        END-IF
        MOVE ws-hm-ident TO ws-mail-ident
        MOVE ws-hm-document TO ws-mail-document
        MOVE ws-hm-text(1:20) TO cm-doc-ident
        PERFORM log-correspondence
        PERFORM print-address-lines
    ELSE
        MOVE ws-hm-text TO ws-stmt-text
        PERFORM write-stmt-line
    END-IF.

*> first call of the run: already complete for this business
*> date means the whole step skips - that is how a restarted
*> dailyrun resumes at the first incomplete step; off its calendar
*> trigger (jobsched.ctl) the nightly step skips as well
check-run-state-or-skip.
    CALL "RUNSTATE" USING ws-ops-program ws-rs-check
        ws-rs-rc ws-rs-disp
        DISPLAY "ACCTSTMT already complete for this "
            "business date - skipped (PARM FORCE re-runs)"
        STOP RUN
    END-IF
    IF ws-rs-disp = "N"
        DISPLAY "ACCTSTMT not scheduled for this business "
            "date - skipped (PARM FORCE runs it)"
        STOP RUN
    END-IF.

*> the document's line on the correspondence history - the caller
*> has set the reference and amount; the address is the one it went
*> to, or would have gone to had it not been held
log-correspondence.
    MOVE ws-mail-ident TO cm-ident
    MOVE ws-mail-document TO cm-document
    EVALUATE TRUE
        WHEN mail-held
            MOVE "H" TO cm-disposition
        WHEN NOT address-on-file
            MOVE "N" TO cm-disposition
        WHEN releasing-held
            MOVE "R" TO cm-disposition
        WHEN OTHER
            MOVE "M" TO cm-disposition
    END-EVALUATE
    IF address-on-file
        MOVE ad-street TO cm-street
        MOVE ad-city TO cm-city
        MOVE ad-state TO cm-state
        MOVE ad-postal TO cm-postal
    ELSE
        MOVE SPACES TO cm-street
        MOVE SPACES TO cm-city
        MOVE SPACES TO cm-state
        MOVE SPACES TO cm-postal
    END-IF
    CALL "CORRLOG" USING ws-ops-program corr-rec.
