*> moved past its recorded one gets nothing this run. An account
*> with nothing open past due has its level record cleared, so a
*> cure-and-relapse starts politely at level one again. The run
*> ends with a notices-per-level summary for the ops log. Every
*> notice also leaves a line on the customer's correspondence
*> history (CORRLOG) - the level, the amount past due, and the
*> address it went to - since DUNLEVEL-MASTER keeps only the
*> highest level sent.
*>
*> A notice for a customer whose address is flagged returned mail
*> still counts as sent at its level, but goes onto the held-mail
*> file (HELDMAIL) instead of the print file and is reported on the
*> console. Once ADDRMAINT keys a new address, the next run prints
*> the released notices first, with the new mailing block.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 ws-addr-found-flag PIC X VALUE "N".
    88 address-on-file VALUE "Y".
01 ws-notice-text PIC X(70).
*> the address on file is flagged returned mail - this notice's
*> lines go to the held-mail file, not the print file
01 ws-mail-held-flag PIC X VALUE "N".
    88 mail-held VALUE "Y".
01 ws-mail-ident PIC 9(3) VALUE 0.
01 ws-mail-document PIC X(8) VALUE "NOTICE".
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

01 ws-level1-count PIC 9(5) VALUE 0.
01 ws-level2-count PIC 9(5) VALUE 0.

OPEN OUTPUT NOTICE-OUT

*> what ADDRMAINT released since the last run prints ahead of
*> this run's notices
PERFORM release-held-documents

MOVE LOW-VALUES TO am-key
START AMORT-MASTER KEY IS GREATER THAN OR EQUAL am-key
    INVALID KEY SET no-more-periods TO TRUE
    DELIMITED BY SIZE INTO ws-notice-text
PERFORM write-notice-line
DISPLAY ws-notice-text
DISPLAY "DUNNING: " ws-held-count " held for returned mail, "
    ws-released-count " released notice(s) printed"

CLOSE NOTICE-OUT
MOVE "C" TO ws-hm-mode
CALL "HELDMAIL" USING ws-ops-program ws-hm-mode ws-hm-ident
    ws-hm-document ws-hm-kind ws-hm-text ws-hm-disp
IF addr-master-open
    CLOSE ADDR-MASTER
END-IF
        MOVE 0 TO ws-period-count
    END-IF

    *> a charged-off period is past dunning - an account with
    *> nothing else open clears its level below
    IF NOT am-paid AND NOT am-charged-off
            AND NOT am-restructured
            AND am-due-date < ws-run-date
        COMPUTE ws-open-amt = am-amount - am-paid-amt
        ADD ws-open-amt TO ws-open-total
        IF ws-oldest-due = 0 OR am-due-date < ws-oldest-due
    END-EVALUATE

    PERFORM lookup-customer-name
    MOVE ws-acct-ident TO ws-mail-ident
    PERFORM lookup-mailing-address
    MOVE SPACES TO cm-reference
    STRING "LEVEL " ws-new-level
        DELIMITED BY SIZE INTO cm-reference
    MOVE ws-open-total TO cm-amount
    PERFORM log-correspondence
    MOVE SPACES TO ws-notice-text
    STRING "PAST-DUE NOTICE LEVEL " ws-new-level
        " - ACCOUNT " ws-acct-ident " " ws-cust-name
    PERFORM write-notice-line

    MOVE SPACES TO ws-notice-text
    PERFORM write-notice-line
    MOVE "N" TO ws-mail-held-flag.

lookup-customer-name.
    MOVE "NAME NOT ON FILE" TO ws-cust-name
        END-READ
    END-IF.

*> read before the notice's first line - a returned-mail address
*> sends the whole notice to the held-mail file
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
        DISPLAY "DUNNING: " ws-mail-document " for "
            ws-mail-ident " held - " ad-returned-doc
            " returned " ad-returned-date
    END-IF.

*> the mailing block - or the visible flag that sends the notice
*> to the desk instead of the mailbox. A held notice keeps only a
*> slot for it, filled in on release
print-address-block.
    IF mail-held
        MOVE SPACES TO ws-notice-text
        MOVE cm-doc-ident TO ws-notice-text(1:20)
        MOVE "A" TO ws-hm-kind
        PERFORM hold-document-line
    ELSE
        PERFORM print-address-lines
    END-IF.

print-address-lines.
    IF address-on-file
        MOVE SPACES TO ws-notice-text
        STRING "  " ad-street
    END-IF.

write-notice-line.
    IF mail-held
        MOVE "T" TO ws-hm-kind
        PERFORM hold-document-line
    ELSE
        MOVE ws-notice-text TO notice-line
        WRITE notice-line
    END-IF.

hold-document-line.
    MOVE "H" TO ws-hm-mode
    MOVE ws-mail-ident TO ws-hm-ident
    MOVE ws-mail-document TO ws-hm-document
    MOVE ws-notice-text TO ws-hm-text
    CALL "HELDMAIL" USING ws-ops-program ws-hm-mode ws-hm-ident
        ws-hm-document ws-hm-kind ws-hm-text ws-hm-disp.

*> each released line back onto the notice file; the address slot
*> takes the address now on file
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
        MOVE ws-hm-text TO ws-notice-text
        PERFORM write-notice-line
    END-IF.

*> first call of the run: already complete for this business
*> date means the whole step skips - that is how a restarted
*> dailyrun resumes at the first incomplete step; off its calendar
*> trigger (jobsched.ctl) the nightly step skips as well
check-run-state-or-skip.
    CALL "RUNSTATE" USING ws-ops-program ws-rs-check
        ws-rs-rc ws-rs-disp
        DISPLAY "DUNNING already complete for this "
            "business date - skipped (PARM FORCE re-runs)"
        STOP RUN
    END-IF
    IF ws-rs-disp = "N"
        DISPLAY "DUNNING not scheduled for this business "
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
