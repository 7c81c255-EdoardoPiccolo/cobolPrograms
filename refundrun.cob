*> H (hold) or S (skip for now) per credit, and an approved refund
*> is cut through the same CHECKNUM-CTL sequence and check register
*> CHECKPRINT uses - so refund checks get bank-reconciled like
*> every other check instead of living outside the system. Each
*> refund also goes on the receivables activity journal (ARJRNL)
*> for the GL feed.
*>
*> Approved credits are stamped R and held ones H on the credits
*> file (the opscheck.cob keep-file swap); a held credit comes back
*> around next run, a refunded one never does.
*>
*> A refund check carries the ADDR-MASTER mailing block the way a
*> paycheck does. For a customer whose address is flagged returned
*> mail the check is still cut, numbered and registered, but goes
*> onto the held-mail file (HELDMAIL) instead of the check print
*> file. Once ADDRMAINT keys a new address, the next run prints the
*> released refund checks first, with the new mailing block. Every
*> refund check leaves a line on the customer's correspondence
*> history (CORRLOG).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ALTERNATE RECORD KEY IS custName WITH DUPLICATES
        FILE STATUS IS ws-cust-status.

    *> the mailing block - a refund for a customer with no address
    *> flags the envelope desk instead of mailing blind
    SELECT ADDR-MASTER ASSIGN TO "data/addrmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ad-ident
        FILE STATUS IS ws-addr-status.

    SELECT CHECKNUM-CTL ASSIGN TO "data/checknum.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-ctl-status.
FD CUSTOMER-MASTER.
COPY CUSTREC.

FD ADDR-MASTER.
*> shared with addrmaint.cob and every document print - see
*> copybooks/ADDRREC.cpy
COPY ADDRREC.

FD CHECKNUM-CTL.
01 checknum-ctl-rec.
    02 ctl-next-check PIC 9(6).
    88 no-more-credits VALUE "Y".
01 ws-cust-open-flag PIC X VALUE "N".
    88 cust-master-open VALUE "Y".
01 ws-addr-status PIC XX VALUE "00".
01 ws-addr-open-flag PIC X VALUE "N".
    88 addr-master-open VALUE "Y".
01 ws-addr-found-flag PIC X VALUE "N".
    88 address-on-file VALUE "Y".
*> the address on file is flagged returned mail - this check's
*> lines go to the held-mail file, not the print file
01 ws-mail-held-flag PIC X VALUE "N".
    88 mail-held VALUE "Y".
01 ws-mail-ident PIC 9(3) VALUE 0.
01 ws-mail-document PIC X(8) VALUE "REFUND".
01 ws-held-mail-count PIC 9(5) VALUE 0.
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

01 ws-bus-date PIC 9(8) VALUE 0.
01 ws-answer PIC X VALUE "S".
01 ws-refunded-count PIC 9(5) VALUE 0.
01 ws-held-count     PIC 9(5) VALUE 0.
01 ws-refunded-total PIC 9(9)V99 VALUE 0.
01 ws-jrnl-activity PIC X(4) VALUE "RFND".

01 ws-return-code PIC 9(4) VALUE 0.

    MOVE "Y" TO ws-cust-open-flag
END-IF

*> no address master at all means every refund flags for the desk
OPEN INPUT ADDR-MASTER
IF ws-addr-status = "00"
    MOVE "Y" TO ws-addr-open-flag
END-IF

*> what ADDRMAINT released since the last run prints ahead of
*> this run's refunds
PERFORM release-held-documents

OPEN OUTPUT CREDITS-KEEP

PERFORM WITH TEST BEFORE UNTIL no-more-credits
IF cust-master-open
    CLOSE CUSTOMER-MASTER
END-IF
IF addr-master-open
    CLOSE ADDR-MASTER
END-IF
MOVE "C" TO ws-hm-mode
CALL "HELDMAIL" USING ws-ops-program ws-hm-mode ws-hm-ident
    ws-hm-document ws-hm-kind ws-hm-text ws-hm-disp

PERFORM save-next-check-number

DISPLAY "REFUNDRUN: " ws-refunded-count " refund(s) totaling "
    ws-refunded-total ", " ws-held-count " held"
DISPLAY "REFUNDRUN: " ws-held-mail-count " refund check(s) held "
    "for returned mail, " ws-released-count " released check(s) "
    "printed"

INITIALIZE ws-ops-counts
MOVE ws-seen-count TO ws-ops-read
cut-refund-check.
    ADD 1 TO ws-refunded-count
    ADD uc-amount TO ws-refunded-total
    MOVE uc-ident TO ws-mail-ident
    PERFORM lookup-mailing-address
    MOVE ws-next-check TO cm-reference
    MOVE uc-amount TO cm-amount
    PERFORM log-correspondence

    OPEN EXTEND CHECK-PRINT
    IF ws-print-status = "35"
        DELIMITED BY SIZE INTO ws-print-text
    PERFORM write-check-line

    PERFORM print-address-block

    MOVE SPACES TO ws-print-text
    STRING "  REFUND OF UNAPPLIED CREDIT PAID " uc-date
        " - ACCT " uc-ident

    MOVE SPACES TO ws-print-text
    PERFORM write-check-line
    MOVE "N" TO ws-mail-held-flag
    CLOSE CHECK-PRINT

    OPEN EXTEND CHECK-REGISTER
    MOVE SPACE TO cr-status
    WRITE register-rec
    CLOSE CHECK-REGISTER
    CALL "ARJRNL" USING ws-ops-program ws-jrnl-activity
        uc-ident uc-amount

    DISPLAY "  Refund check " ws-next-check " cut for " uc-amount
    ADD 1 TO ws-next-check.
        END-READ
    END-IF.

*> read before the check's first line - a returned-mail address
*> sends the whole check to the held-mail file
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
        ADD 1 TO ws-held-mail-count
        DISPLAY "  Refund check held - " ad-returned-doc
            " returned " ad-returned-date " - address undeliverable"
    END-IF.

*> the mailing block under the payee line, the checkprint.cob
*> block - a held check keeps only a slot for it, filled in on
*> release
print-address-block.
    IF mail-held
        MOVE SPACES TO ws-print-text
        MOVE cm-doc-ident TO ws-print-text(1:20)
        MOVE "A" TO ws-hm-kind
        PERFORM hold-document-line
    ELSE
        PERFORM print-address-lines
    END-IF.

print-address-lines.
    IF address-on-file
        MOVE SPACES TO ws-print-text
        STRING "  " ad-street
            DELIMITED BY SIZE INTO ws-print-text
        PERFORM write-check-line
        MOVE SPACES TO ws-print-text
        STRING "  " ad-city " " ad-state " " ad-postal
            DELIMITED BY SIZE INTO ws-print-text
        PERFORM write-check-line
    ELSE
        MOVE SPACES TO ws-print-text
        STRING "  *** NO ADDRESS ON FILE - HOLD FOR DESK ***"
            DELIMITED BY SIZE INTO ws-print-text
        PERFORM write-check-line
    END-IF.

write-check-line.
    IF mail-held
        MOVE "T" TO ws-hm-kind
        PERFORM hold-document-line
    ELSE
        MOVE ws-print-text TO check-line
        WRITE check-line
    END-IF.

hold-document-line.
    MOVE "H" TO ws-hm-mode
    MOVE ws-mail-ident TO ws-hm-ident
    MOVE ws-mail-document TO ws-hm-document
    MOVE ws-print-text TO ws-hm-text
    CALL "HELDMAIL" USING ws-ops-program ws-hm-mode ws-hm-ident
        ws-hm-document ws-hm-kind ws-hm-text ws-hm-disp.

*> each released line onto the end of the check print file; the
*> address slot takes the address now on file
release-held-documents.
    OPEN EXTEND CHECK-PRINT
    IF ws-print-status = "35"
        OPEN OUTPUT CHECK-PRINT
    END-IF
    IF ws-print-status NOT = "00"
        MOVE "CHECK-PRINT" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-print-status
        STOP RUN
    END-IF
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
    MOVE "N" TO ws-releasing-flag
    CLOSE CHECK-PRINT.

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
        MOVE ws-hm-text TO ws-print-text
        PERFORM write-check-line
    END-IF.

*> same control-record handshake checkprint.cob keeps
load-next-check-number.
    MOVE ws-next-check TO ctl-next-check
    WRITE checknum-ctl-rec
    CLOSE CHECKNUM-CTL.

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
