*> A JCL PARM of YYYY prints statements for that CLOSED year from
*> the archive yearend.cob writes - so a March reprint of last
*> year's statement reads the archived figures instead of finding
*> nothing. No PARM prints the live master as always. Every
*> statement leaves a line on the customer's correspondence history
*> (CORRLOG) - the year, the gross, and the address it went to.
*>
*> A statement for a customer whose address is flagged returned
*> mail goes onto the held-mail file (HELDMAIL) instead of the print
*> file and is reported on the console. Once ADDRMAINT keys a new
*> address, the next run prints the released statements first, with
*> the new mailing block.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
COPY ADDRREC.

FD YTD-ARCHIVE.
01 ytd-archive-rec PIC X(121).

FD STMT-OUT.
01 stmt-line PIC X(60).
01 ws-addr-found-flag PIC X VALUE "N".
    88 address-on-file VALUE "Y".
01 ws-stmt-count PIC 9(5) VALUE 0.
01 ws-st-slot    PIC 9 VALUE 0.
01 ws-cust-open-flag PIC X VALUE "N".
    88 cust-master-open VALUE "Y".
01 ws-stmt-text  PIC X(60).
01 ws-emp-name   PIC X(20).
*> the address on file is flagged returned mail - this statement's
*> lines go to the held-mail file, not the print file
01 ws-mail-held-flag PIC X VALUE "N".
    88 mail-held VALUE "Y".
01 ws-mail-ident PIC 9(3) VALUE 0.
01 ws-mail-document PIC X(8) VALUE "WAGESTMT".
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

*> same floating-dollar edited picture balance.cob uses, wide enough
*> for the 9(7)V99 year-to-date accumulators
IF addr-master-open
    CLOSE ADDR-MASTER
END-IF
MOVE "C" TO ws-hm-mode
CALL "HELDMAIL" USING ws-ops-program ws-hm-mode ws-hm-ident
    ws-hm-document ws-hm-kind ws-hm-text ws-hm-disp
DISPLAY "WAGESTMT: " ws-stmt-count " statement(s), " ws-held-count
    " held for returned mail, " ws-released-count
    " released statement(s) printed"

INITIALIZE ws-ops-counts
MOVE ws-stmt-count TO ws-ops-written
            MOVE "Y" TO ws-cust-open-flag
        END-IF
        OPEN OUTPUT STMT-OUT
        PERFORM release-held-documents

        MOVE LOW-VALUES TO ytd-ident
        START PAYROLL-YTD KEY IS GREATER THAN OR EQUAL ytd-ident
            MOVE "Y" TO ws-cust-open-flag
        END-IF
        OPEN OUTPUT STMT-OUT
        PERFORM release-held-documents

        PERFORM WITH TEST BEFORE UNTIL ws-ytd-eof
            READ YTD-ARCHIVE
print-wage-statement.
    ADD 1 TO ws-stmt-count
    PERFORM lookup-employee-name
    MOVE ytd-ident TO ws-mail-ident
    PERFORM lookup-mailing-address
    MOVE SPACES TO cm-reference
    STRING "YEAR " ytd-year
        DELIMITED BY SIZE INTO cm-reference
    MOVE ytd-gross TO cm-amount
    PERFORM log-correspondence

    MOVE SPACES TO ws-stmt-text
    STRING "WAGE STATEMENT " ytd-year " - EMPLOYEE " ytd-ident
        DELIMITED BY SIZE INTO ws-stmt-text
    PERFORM write-stmt-line

    *> one wages/tax pair per state the employee was taxed in - an
    *> archive line written before the state slots reads back as
    *> spaces, so it prints no state section at all
    PERFORM VARYING ws-st-slot FROM 1 BY 1 UNTIL ws-st-slot > 3
        IF ytd-st-code(ws-st-slot) NOT = SPACES
                AND ytd-st-wages(ws-st-slot) IS NUMERIC
                AND ytd-st-wh(ws-st-slot) IS NUMERIC
            PERFORM print-state-lines
        END-IF
    END-PERFORM

    MOVE SPACES TO ws-stmt-text
    PERFORM write-stmt-line
    MOVE "N" TO ws-mail-held-flag.

*> a state's wages and the state income tax withheld for it
print-state-lines.
    MOVE ytd-st-wages(ws-st-slot) TO ws-money-display
    MOVE SPACES TO ws-stmt-text
    STRING "  STATE " ytd-st-code(ws-st-slot) " WAGES   : "
        ws-money-display
        DELIMITED BY SIZE INTO ws-stmt-text
    PERFORM write-stmt-line

    MOVE ytd-st-wh(ws-st-slot) TO ws-money-display
    MOVE SPACES TO ws-stmt-text
    STRING "  STATE " ytd-st-code(ws-st-slot) " TAX     : "
        ws-money-display
        DELIMITED BY SIZE INTO ws-stmt-text
    PERFORM write-stmt-line.

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
        DISPLAY "WAGESTMT: " ws-mail-document " for "
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
            "business date - skipped (PARM FORCE re-runs)"
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
