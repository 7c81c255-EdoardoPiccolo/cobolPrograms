*> The run date defaults to today and can be overridden with a JCL
*> PARM of YYYYMMDD (same ACCEPT FROM COMMAND-LINE idea counter.cob
*> uses) for reprinting a prior day.
*>
*> An employee paid by direct deposit gets no check, but still gets
*> the stub: a non-negotiable pay advice goes to the advice file
*> instead, with the same stub detail and mailing block, the masked
*> deposit account and the amount deposited. An advice takes no
*> check number and writes no register line - there is nothing for
*> the bank reconciliation to match.
*>
*> Every check and advice leaves a line on the customer's
*> correspondence history (CORRLOG) - check number or DEPOSIT, the
*> amount, and the address it went to.
*>
*> A check or advice for a customer whose address is flagged
*> returned mail still takes its number and register line, but goes
*> onto the held-mail file (HELDMAIL) instead of the print file and
*> is reported on the console - it waits at the desk rather than
*> mailing to the dead address again. Once ADDRMAINT keys a new
*> address, the next run prints the released documents first, with
*> the new mailing block.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-print-status.

    *> pay advices for the direct-deposit employees - printed on
    *> plain stock, never check stock, so a file of their own
    SELECT ADVICE-PRINT ASSIGN TO "data/advices.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-advice-status.

    *> one line per check tying check number to ident and amount -
    *> what the bank reconciliation matches against
    SELECT CHECK-REGISTER ASSIGN TO "data/checkreg.dat"
FD CHECK-PRINT.
01 check-line PIC X(70).

FD ADVICE-PRINT.
01 advice-line PIC X(70).

FD CHECK-REGISTER.
*> shared with the bank reconciliation - see
*> copybooks/CHECKREG.cpy
    88 bank-master-open VALUE "Y".
01 ws-deposit-flag PIC X VALUE "N".
    88 deposit-active VALUE "Y".
01 ws-advice-status PIC XX VALUE "00".
*> which file the shared stub lines are going to right now
01 ws-advice-flag PIC X VALUE "N".
    88 printing-advice VALUE "Y".
01 ws-advice-count PIC 9(5) VALUE 0.
01 ws-total-deposited PIC 9(9)V99 VALUE 0.
*> the deposit account as the advice shows it - all but the last
*> four characters starred out
01 ws-masked-acct PIC X(12) VALUE SPACES.
01 ws-acct-len PIC 99 VALUE 0.
01 ws-leave-status PIC XX VALUE "00".
01 ws-leave-open-flag PIC X VALUE "N".
    88 leave-master-open VALUE "Y".
    88 addr-master-open VALUE "Y".
01 ws-addr-found-flag PIC X VALUE "N".
    88 address-on-file VALUE "Y".
*> the address on file is flagged returned mail - this document's
*> lines go to the held-mail file, not the print file
01 ws-mail-held-flag PIC X VALUE "N".
    88 mail-held VALUE "Y".
01 ws-mail-ident PIC 9(3) VALUE 0.
01 ws-mail-document PIC X(8) VALUE SPACES.
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

01 ws-parm PIC 9(8) VALUE 0.
01 ws-run-date PIC 9(8) VALUE 0.
*> same floating-dollar edited picture balance.cob uses, one per
*> stub line so a whole stub can be built without re-editing
01 ws-money-display PIC $$$,$$9.99.
*> the stub caption for a supplemental check's pay code
01 ws-supp-label PIC X(16) VALUE SPACES.

01 ws-return-code PIC 9(4) VALUE 0.

END-IF

OPEN OUTPUT CHECK-PRINT
OPEN OUTPUT ADVICE-PRINT

OPEN EXTEND CHECK-REGISTER
IF ws-register-status = "35"
    STOP RUN
END-IF

*> what ADDRMAINT released since the last run prints ahead of
*> tonight's checks
PERFORM release-held-documents

PERFORM WITH TEST BEFORE UNTIL no-more-log
    READ PAYROLL-LOG
        AT END SET no-more-log TO TRUE
            *> reversal is a GL event, not a check, a reissue
            *> already had its replacement check cut by CHECKVOID,
            *> and an active direct-deposit enrollee is paid on
            *> the ddsplit.cob bank file instead and gets a pay
            *> advice in place of the check. A RETROPAY adjustment
            *> and a SUPPRUN supplemental are checks like any other
            IF pl-date = ws-run-date
                    AND (pl-regular OR pl-retro OR pl-supplemental)
                PERFORM check-deposit-status
                IF deposit-active
                    PERFORM print-one-advice
                ELSE
                    PERFORM print-one-check
                END-IF
            END-IF
    CLOSE ADDR-MASTER
END-IF
CLOSE CHECK-PRINT
CLOSE ADVICE-PRINT
CLOSE CHECK-REGISTER
MOVE "C" TO ws-hm-mode
CALL "HELDMAIL" USING ws-ops-program ws-hm-mode ws-hm-ident
    ws-hm-document ws-hm-kind ws-hm-text ws-hm-disp

DISPLAY "CHECKPRINT: " ws-check-count " check(s) " ws-total-paid
    " - " ws-advice-count " deposit advice(s) " ws-total-deposited
DISPLAY "CHECKPRINT: " ws-held-count " held for returned mail, "
    ws-released-count " released document(s) printed"

PERFORM save-next-check-number

print-one-check.
    ADD 1 TO ws-check-count
    PERFORM lookup-payee-name
    MOVE pl-ident TO ws-mail-ident
    MOVE "CHECK" TO ws-mail-document
    PERFORM lookup-mailing-address
    MOVE ws-next-check TO cm-reference
    MOVE pl-net TO cm-amount
    PERFORM log-correspondence

    MOVE SPACES TO ws-print-text
    STRING "CHECK NO " ws-next-check "  DATE " pl-date
    PERFORM write-check-line

    PERFORM print-address-block
    PERFORM print-stub-block

    MOVE ws-next-check TO cr-check-no
    MOVE pl-ident TO cr-ident
    MOVE pl-date TO cr-date
    MOVE pl-net TO cr-amount
    MOVE SPACE TO cr-status
    WRITE register-rec

    ADD pl-net TO ws-total-paid
    ADD 1 TO ws-next-check
    MOVE "N" TO ws-mail-held-flag.

*> the deposit employee's advice: the same mailing block and stub
*> as a check, headed non-negotiable, with where the money went in
*> place of the check face - no check number, no register line
print-one-advice.
    ADD 1 TO ws-advice-count
    MOVE "Y" TO ws-advice-flag
    PERFORM lookup-payee-name
    MOVE pl-ident TO ws-mail-ident
    MOVE "ADVICE" TO ws-mail-document
    PERFORM lookup-mailing-address
    MOVE "DEPOSIT" TO cm-reference
    MOVE pl-net TO cm-amount
    PERFORM log-correspondence

    MOVE SPACES TO ws-print-text
    STRING "PAY ADVICE - NON-NEGOTIABLE  DATE " pl-date
        DELIMITED BY SIZE INTO ws-print-text
    PERFORM write-check-line

    MOVE SPACES TO ws-print-text
    STRING "EMPLOYEE " ws-payee-name
        DELIMITED BY SIZE INTO ws-print-text
    PERFORM write-check-line

    PERFORM print-address-block

    PERFORM mask-deposit-account
    MOVE pl-net TO ws-money-display
    MOVE SPACES TO ws-print-text
    STRING "DEPOSITED TO ACCOUNT " ws-masked-acct " "
        ws-money-display
        DELIMITED BY SIZE INTO ws-print-text
    PERFORM write-check-line

    PERFORM print-stub-block

    ADD pl-net TO ws-total-deposited
    MOVE "N" TO ws-advice-flag
    MOVE "N" TO ws-mail-held-flag.

*> the stub block a check and an advice share - every piece of the
*> gross-to-net, then the leave balances
print-stub-block.
    MOVE SPACES TO ws-print-text
    STRING "  STUB - EMPLOYEE " pl-ident
        DELIMITED BY SIZE INTO ws-print-text
    PERFORM write-check-line

    *> a retro check says what it is - the employee sees why an
    *> extra check arrived between pay days
    IF pl-retro
        MOVE SPACES TO ws-print-text
        STRING "  RETRO PAY - BACK-DATED RATE CHANGE"
            DELIMITED BY SIZE INTO ws-print-text
        PERFORM write-check-line
    END-IF

    *> a supplemental check shows what the money is on its own
    *> line, ahead of the gross it makes up
    IF pl-supplemental
        EVALUATE pl-pay-code
            WHEN "BONS"
                MOVE "BONUS PAY" TO ws-supp-label
            WHEN "COMM"
                MOVE "COMMISSION" TO ws-supp-label
            WHEN OTHER
                MOVE "PAY CORRECTION" TO ws-supp-label
        END-EVALUATE
        MOVE pl-gross TO ws-money-display
        MOVE SPACES TO ws-print-text
        STRING "  " ws-supp-label ws-money-display
            DELIMITED BY SIZE INTO ws-print-text
        PERFORM write-check-line
    END-IF

    MOVE pl-gross TO ws-money-display
    MOVE SPACES TO ws-print-text
    STRING "  GROSS PAY       " ws-money-display
        DELIMITED BY SIZE INTO ws-print-text
    PERFORM write-check-line

    *> state income tax, labelled with the state it went to - no
    *> line on a check no state withheld for
    IF pl-state NOT = SPACES
        MOVE pl-state-wh TO ws-money-display
        MOVE SPACES TO ws-print-text
        STRING "  STATE TAX " pl-state "    " ws-money-display
            DELIMITED BY SIZE INTO ws-print-text
        PERFORM write-check-line
    END-IF

    *> the court's money, on its own stub line only when an order
    *> actually took anything from this check
    IF pl-garnish > 0
    PERFORM print-leave-balances

    MOVE SPACES TO ws-print-text
    PERFORM write-check-line.

*> the enrolled account with everything but its last four characters
*> starred - enough for the employee to recognize, not to reuse
mask-deposit-account.
    MOVE ALL "*" TO ws-masked-acct
    MOVE 0 TO ws-acct-len
    PERFORM VARYING ws-acct-len FROM 12 BY -1
            UNTIL ws-acct-len < 1
                OR ba-account(ws-acct-len:1) NOT = SPACE
        CONTINUE
    END-PERFORM
    IF ws-acct-len >= 4
        MOVE ba-account(ws-acct-len - 3:4) TO ws-masked-acct(9:4)
    END-IF.

*> read before the document's first line - a returned-mail address
*> sends the whole document to the held-mail file
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
        DISPLAY "CHECKPRINT: " ws-mail-document " for "
            ws-mail-ident " held - " ad-returned-doc
            " returned " ad-returned-date
    END-IF.

*> the mailing block under the payee line - or the visible flag
*> that sends the envelope to the desk instead of the mailbox. A
*> held document keeps only a slot for it, filled in on release
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
    END-IF.

write-check-line.
    EVALUATE TRUE
        WHEN mail-held
            MOVE "T" TO ws-hm-kind
            PERFORM hold-document-line
        WHEN printing-advice
            MOVE ws-print-text TO advice-line
            WRITE advice-line
        WHEN OTHER
            MOVE ws-print-text TO check-line
            WRITE check-line
    END-EVALUATE.

hold-document-line.
    MOVE "H" TO ws-hm-mode
    MOVE ws-mail-ident TO ws-hm-ident
    MOVE ws-mail-document TO ws-hm-document
    MOVE ws-print-text TO ws-hm-text
    CALL "HELDMAIL" USING ws-ops-program ws-hm-mode ws-hm-ident
        ws-hm-document ws-hm-kind ws-hm-text ws-hm-disp.

*> each released line back onto the check or advice file it was
*> held from; the address slot takes the address now on file
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
    MOVE "N" TO ws-advice-flag
    MOVE "N" TO ws-mail-held-flag
    MOVE "N" TO ws-releasing-flag.

print-released-line.
    IF ws-hm-document = "ADVICE"
        MOVE "Y" TO ws-advice-flag
    ELSE
        MOVE "N" TO ws-advice-flag
    END-IF
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

*> CHECKNUM-CTL may be missing on a brand-new system - numbering
*> starts at 000001 and the control record is created at end of run
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
