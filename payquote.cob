       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PAYQUOTE.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Payoff quote letter - when a customer called to ask what it takes
*> to pay the schedule off, the desk added up am-amount less
*> am-paid-amt across the open periods by hand and guessed at the
*> fees. This takes the account ident and a good-through date in the
*> nsfrev.cob intake style, totals every open AMORT-MASTER period,
*> adds the late fees LATEFEE would assess by the good-through date
*> under feepolicy.ctl (same grace days, flat or percent fee, same
*> per-account cap counting the fees already on the schedule), and
*> prints a quote letter to the ADDR-MASTER address.
*>
*> For a customer whose address is flagged returned mail the quote
*> is still recorded, but the letter goes onto the held-mail file
*> (HELDMAIL) instead of the letter file; once ADDRMAINT keys a new
*> address, the next quote run prints the released letters ahead
*> of its own. Every letter leaves a line on the customer's
*> correspondence history (CORRLOG), the refundrun.cob way.
*>
*> The quote goes on the quotes file. When PAYAPPLY takes in a
*> payment equal to an unexpired quote it pays the whole schedule
*> off - see payapply.cob - so the figure on the letter is the
*> figure that closes the account, with no penny period left open.
*>
*> A charged-off account (chgoff.cob) is not quoted - the desk
*> refers it to collections.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AMORT-MASTER ASSIGN TO "data/amortmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS am-key
        FILE STATUS IS ws-amort-status.

    SELECT CUSTOMER-MASTER ASSIGN TO "data/custmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ident
        ALTERNATE RECORD KEY IS custName WITH DUPLICATES
        FILE STATUS IS ws-cust-status.

    SELECT ADDR-MASTER ASSIGN TO "data/addrmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ad-ident
        FILE STATUS IS ws-addr-status.

    SELECT FEEPOLICY-CTL ASSIGN TO "data/feepolicy.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-ctl-status.

    SELECT QUOTES-FILE ASSIGN TO "data/quotes.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-quote-status.

    SELECT QUOTE-OUT ASSIGN TO "data/payquote.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-letter-status.

DATA DIVISION.
FILE SECTION.
FD AMORT-MASTER.
*> shared with proration.cob, payapply.cob and latefee.cob - see
*> copybooks/AMORTREC.cpy
COPY AMORTREC.

FD CUSTOMER-MASTER.
COPY CUSTREC.

FD ADDR-MASTER.
*> shared with addrmaint.cob and every document print - see
*> copybooks/ADDRREC.cpy
COPY ADDRREC.

FD FEEPOLICY-CTL.
*> same layout latefee.cob reads
01 feepolicy-ctl-rec.
    02 ctl-fee-type   PIC X.
    02 ctl-fee-amount PIC 9(5)V99.
    02 ctl-fee-pct    PIC 9(2)V99.
    02 ctl-grace-days PIC 9(3).
    02 ctl-acct-cap   PIC 9(5)V99.
    02 ctl-nsf-fee    PIC 9(5)V99.

FD QUOTES-FILE.
*> shared with payapply.cob - see copybooks/QUOTEREC.cpy
COPY QUOTEREC.

FD QUOTE-OUT.
01 quote-line PIC X(70).

WORKING-STORAGE SECTION.
01 ws-amort-status  PIC XX VALUE "00".
01 ws-cust-status   PIC XX VALUE "00".
01 ws-addr-status   PIC XX VALUE "00".
01 ws-ctl-status    PIC XX VALUE "00".
01 ws-quote-status  PIC XX VALUE "00".
01 ws-letter-status PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 end-of-file VALUE "Y".
01 ws-cust-open-flag PIC X VALUE "N".
    88 cust-master-open VALUE "Y".
01 ws-addr-open-flag PIC X VALUE "N".
    88 addr-master-open VALUE "Y".
01 ws-addr-found-flag PIC X VALUE "N".
    88 address-on-file VALUE "Y".
*> the address on file is flagged returned mail - this letter's
*> lines go to the held-mail file, not the letter file
01 ws-mail-held-flag PIC X VALUE "N".
    88 mail-held VALUE "Y".
01 ws-mail-ident PIC 9(3) VALUE 0.
01 ws-mail-document PIC X(8) VALUE "PAYQUOTE".
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

*> one correspondence history line per letter, through CORRLOG
COPY CORRREC.
01 ws-charged-off-flag PIC X VALUE "N".
    88 account-charged-off VALUE "Y".

01 ws-work-ident PIC 9(3) VALUE 0.
01 ws-good-through PIC 9(8) VALUE 0.
01 ws-run-date PIC 9(8) VALUE 0.
01 ws-good-day-no PIC 9(7) VALUE 0.
01 ws-due-day-no  PIC 9(7) VALUE 0.
01 ws-days-late   PIC S9(5) VALUE 0.

*> fee policy in force - feepolicy.ctl when present, the same
*> compiled-in fallback latefee.cob carries otherwise
01 ws-fee-type   PIC X VALUE "F".
    88 fee-is-percent VALUE "P".
01 ws-fee-amount PIC 9(5)V99 VALUE 25.00.
01 ws-fee-pct    PIC 9(2)V99 VALUE 0.
01 ws-grace-days PIC 9(3) VALUE 10.
01 ws-acct-cap   PIC 9(5)V99 VALUE 100.00.

*> the account's open periods, and the fee each would draw by the
*> good-through date - the letter lists them
01 ws-period-count PIC 9(2) VALUE 0.
01 ws-period-table.
    02 ws-period-entry OCCURS 60 TIMES
            INDEXED BY ws-period-idx.
        03 ws-tbl-period PIC 9(3).
        03 ws-tbl-due    PIC 9(8).
        03 ws-tbl-type   PIC X.
        03 ws-tbl-open   PIC 9(7)V99.
        03 ws-tbl-fee    PIC 9(5)V99.
01 ws-table-full-flag PIC X VALUE "N".
    88 period-table-full VALUE "Y".

01 ws-open-amt    PIC 9(7)V99 VALUE 0.
01 ws-this-fee    PIC 9(5)V99 VALUE 0.
01 ws-fees-so-far PIC 9(7)V99 VALUE 0.
01 ws-open-total  PIC 9(7)V99 VALUE 0.
01 ws-fee-total   PIC 9(7)V99 VALUE 0.
01 ws-payoff-total PIC 9(7)V99 VALUE 0.

01 ws-cust-name PIC X(20) VALUE SPACES.
01 ws-money-display PIC $$$,$$$,$$9.99.
01 ws-letter-text PIC X(70).

01 ws-return-code PIC 9(4) VALUE 0.

*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
01 ws-ops-program PIC X(10) VALUE "PAYQUOTE".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
CALL "BUSDATE" USING ws-run-date
PERFORM load-fee-policy

DISPLAY "Enter account ident for the payoff quote: "
    WITH NO ADVANCING
ACCEPT ws-work-ident
DISPLAY "Enter good-through date (YYYYMMDD, 0 = today): "
    WITH NO ADVANCING
ACCEPT ws-good-through
IF ws-good-through = 0
    MOVE ws-run-date TO ws-good-through
END-IF

EVALUATE TRUE
    WHEN ws-good-through < ws-run-date
        DISPLAY "PAYQUOTE: good-through date " ws-good-through
            " is before the business date " ws-run-date
            " - no quote"
        MOVE 8 TO ws-return-code
    WHEN OTHER
        PERFORM gather-open-periods
        EVALUATE TRUE
            WHEN account-charged-off
                DISPLAY "PAYQUOTE: account " ws-work-ident
                    " is charged off - refer to collections, no quote"
                MOVE 8 TO ws-return-code
            WHEN period-table-full
                DISPLAY "PAYQUOTE: account " ws-work-ident
                    " has more open periods than the table holds - "
                    "quote it by hand"
                MOVE 8 TO ws-return-code
            WHEN ws-open-total = 0
                DISPLAY "PAYQUOTE: account " ws-work-ident
                    " has nothing open - no quote"
                MOVE 8 TO ws-return-code
            WHEN OTHER
                PERFORM project-late-fees
                COMPUTE ws-payoff-total = ws-open-total + ws-fee-total
                PERFORM print-quote-letter
                PERFORM record-quote
                DISPLAY "PAYQUOTE: account " ws-work-ident
                    " payoff " ws-payoff-total " good through "
                    ws-good-through
        END-EVALUATE
END-EVALUATE

INITIALIZE ws-ops-counts
MOVE ws-period-count TO ws-ops-read
IF ws-return-code = 0
    MOVE 1 TO ws-ops-written
    MOVE ws-payoff-total TO ws-ops-amount
ELSE
    MOVE 1 TO ws-ops-rejected
END-IF
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

IF ws-return-code NOT = 0
    MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> every open period of the account, plus the fees already on its
*> schedule (paid or not - latefee.cob's cap counts them all)
gather-open-periods.
    OPEN INPUT AMORT-MASTER
    IF ws-amort-status NOT = "00"
        IF ws-amort-status = "35"
            DISPLAY "AMORT-MASTER is missing - run "
                "INITMAST to create the shop masters"
        END-IF
        MOVE "AMORT-MASTER" TO ws-io-file
        MOVE "OPEN-IN" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-amort-status
        STOP RUN
    END-IF

    MOVE ws-work-ident TO am-ident
    MOVE 0 TO am-period
    START AMORT-MASTER KEY IS GREATER THAN am-key
        INVALID KEY SET end-of-file TO TRUE
    END-START
    PERFORM WITH TEST BEFORE UNTIL end-of-file
        READ AMORT-MASTER NEXT RECORD
            AT END SET end-of-file TO TRUE
            NOT AT END
                IF am-ident NOT = ws-work-ident
                    SET end-of-file TO TRUE
                ELSE
                    PERFORM take-in-period
                END-IF
        END-READ
    END-PERFORM
    CLOSE AMORT-MASTER.

take-in-period.
    IF am-late-fee
        ADD am-amount TO ws-fees-so-far
    END-IF
    IF am-charged-off
        MOVE "Y" TO ws-charged-off-flag
    END-IF
    IF NOT am-paid AND NOT am-charged-off
            AND NOT am-restructured
        COMPUTE ws-open-amt = am-amount - am-paid-amt
        ADD ws-open-amt TO ws-open-total
        IF ws-period-count < 60
            ADD 1 TO ws-period-count
            MOVE am-period TO ws-tbl-period(ws-period-count)
            MOVE am-due-date TO ws-tbl-due(ws-period-count)
            MOVE ws-open-amt TO ws-tbl-open(ws-period-count)
            MOVE 0 TO ws-tbl-fee(ws-period-count)
            *> a period that has already drawn its fee, and a fee
            *> period itself, will never draw one - marked so the
            *> projection passes them by
            IF am-late-fee OR am-fee-assessed
                MOVE "N" TO ws-tbl-type(ws-period-count)
            ELSE
                MOVE "S" TO ws-tbl-type(ws-period-count)
            END-IF
        ELSE
            MOVE "Y" TO ws-table-full-flag
        END-IF
    END-IF.

*> the fee LATEFEE would post for each scheduled period past its
*> grace days by the good-through date, oldest first, under the
*> per-account cap - latefee.cob's decide-one-fee arithmetic
project-late-fees.
    COMPUTE ws-good-day-no = FUNCTION INTEGER-OF-DATE(ws-good-through)
    PERFORM VARYING ws-period-idx FROM 1 BY 1
            UNTIL ws-period-idx > ws-period-count
        IF ws-tbl-type(ws-period-idx) = "S"
            COMPUTE ws-due-day-no =
                FUNCTION INTEGER-OF-DATE(ws-tbl-due(ws-period-idx))
            COMPUTE ws-days-late = ws-good-day-no - ws-due-day-no
            IF ws-days-late > ws-grace-days
                PERFORM project-one-fee
            END-IF
        END-IF
    END-PERFORM.

project-one-fee.
    IF fee-is-percent
        COMPUTE ws-this-fee ROUNDED =
            ws-tbl-open(ws-period-idx) * ws-fee-pct / 100
    ELSE
        MOVE ws-fee-amount TO ws-this-fee
    END-IF
    IF ws-acct-cap > 0
        IF ws-fees-so-far >= ws-acct-cap
            MOVE 0 TO ws-this-fee
        ELSE
            IF ws-fees-so-far + ws-this-fee > ws-acct-cap
                COMPUTE ws-this-fee =
                    ws-acct-cap - ws-fees-so-far
            END-IF
        END-IF
    END-IF
    MOVE ws-this-fee TO ws-tbl-fee(ws-period-idx)
    ADD ws-this-fee TO ws-fees-so-far
    ADD ws-this-fee TO ws-fee-total.

*> the letter: name and address on top, the open periods with any
*> fee they would draw, the payoff figure and the date it holds to
print-quote-letter.
    OPEN INPUT CUSTOMER-MASTER
    IF ws-cust-status = "00"
        MOVE "Y" TO ws-cust-open-flag
    END-IF
    OPEN INPUT ADDR-MASTER
    IF ws-addr-status = "00"
        MOVE "Y" TO ws-addr-open-flag
    END-IF
    OPEN OUTPUT QUOTE-OUT
    *> what ADDRMAINT released since the last quote run prints
    *> ahead of this letter
    PERFORM release-held-documents

    PERFORM lookup-customer-name
    MOVE ws-work-ident TO ws-mail-ident
    PERFORM lookup-mailing-address
    MOVE ws-run-date TO cm-reference
    MOVE ws-payoff-total TO cm-amount
    PERFORM log-correspondence
    MOVE SPACES TO ws-letter-text
    STRING "PAYOFF QUOTE - ACCOUNT " ws-work-ident " " ws-cust-name
        DELIMITED BY SIZE INTO ws-letter-text
    PERFORM write-letter-line
    PERFORM print-address-block
    MOVE SPACES TO ws-letter-text
    STRING "  QUOTED " ws-run-date " - GOOD THROUGH " ws-good-through
        DELIMITED BY SIZE INTO ws-letter-text
    PERFORM write-letter-line
    MOVE SPACES TO ws-letter-text
    PERFORM write-letter-line

    PERFORM VARYING ws-period-idx FROM 1 BY 1
            UNTIL ws-period-idx > ws-period-count
        MOVE ws-tbl-open(ws-period-idx) TO ws-money-display
        MOVE SPACES TO ws-letter-text
        STRING "  PERIOD " ws-tbl-period(ws-period-idx)
            " DUE " ws-tbl-due(ws-period-idx)
            " OPEN " ws-money-display
            DELIMITED BY SIZE INTO ws-letter-text
        PERFORM write-letter-line
        IF ws-tbl-fee(ws-period-idx) > 0
            MOVE ws-tbl-fee(ws-period-idx) TO ws-money-display
            MOVE SPACES TO ws-letter-text
            STRING "    LATE FEE BY GOOD-THROUGH DATE "
                ws-money-display
                DELIMITED BY SIZE INTO ws-letter-text
            PERFORM write-letter-line
        END-IF
    END-PERFORM

    MOVE SPACES TO ws-letter-text
    PERFORM write-letter-line
    MOVE ws-open-total TO ws-money-display
    MOVE SPACES TO ws-letter-text
    STRING "  OPEN BALANCE            " ws-money-display
        DELIMITED BY SIZE INTO ws-letter-text
    PERFORM write-letter-line
    MOVE ws-fee-total TO ws-money-display
    MOVE SPACES TO ws-letter-text
    STRING "  LATE FEES               " ws-money-display
        DELIMITED BY SIZE INTO ws-letter-text
    PERFORM write-letter-line
    MOVE ws-payoff-total TO ws-money-display
    MOVE SPACES TO ws-letter-text
    STRING "  PAYOFF AMOUNT           " ws-money-display
        DELIMITED BY SIZE INTO ws-letter-text
    PERFORM write-letter-line
    MOVE SPACES TO ws-letter-text
    PERFORM write-letter-line
    MOVE SPACES TO ws-letter-text
    STRING "  REMIT EXACTLY THE PAYOFF AMOUNT ON OR BEFORE "
        ws-good-through
        DELIMITED BY SIZE INTO ws-letter-text
    PERFORM write-letter-line
    MOVE SPACES TO ws-letter-text
    STRING "  AND THE ACCOUNT WILL BE PAID IN FULL."
        DELIMITED BY SIZE INTO ws-letter-text
    PERFORM write-letter-line
    MOVE "N" TO ws-mail-held-flag

    CLOSE QUOTE-OUT
    IF addr-master-open
        CLOSE ADDR-MASTER
    END-IF
    IF cust-master-open
        CLOSE CUSTOMER-MASTER
    END-IF
    MOVE "C" TO ws-hm-mode
    CALL "HELDMAIL" USING ws-ops-program ws-hm-mode ws-hm-ident
        ws-hm-document ws-hm-kind ws-hm-text ws-hm-disp
    IF ws-released-count > 0
        DISPLAY "PAYQUOTE: " ws-released-count
            " released quote letter(s) printed"
    END-IF.

*> the quote on the quotes file, for PAYAPPLY to honour
record-quote.
    OPEN EXTEND QUOTES-FILE
    IF ws-quote-status = "35"
        OPEN OUTPUT QUOTES-FILE
    END-IF
    IF ws-quote-status NOT = "00"
        MOVE "QUOTES" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-quote-status
        STOP RUN
    END-IF
    MOVE "Q" TO qt-record-type
    MOVE ws-work-ident TO qt-ident
    MOVE ws-run-date TO qt-quote-date
    MOVE ws-good-through TO qt-good-through
    MOVE ws-open-total TO qt-open-amt
    MOVE ws-fee-total TO qt-fee-amt
    MOVE ws-payoff-total TO qt-payoff-amt
    MOVE 0 TO qt-paid-date
    MOVE 0 TO qt-adjust-amt
    WRITE quote-rec
    CLOSE QUOTES-FILE.

*> FEEPOLICY-CTL may be missing on a fresh system - the compiled-in
*> policy stands in, the taxcalc.cob safety net
load-fee-policy.
    OPEN INPUT FEEPOLICY-CTL
    IF ws-ctl-status = "00"
        READ FEEPOLICY-CTL
            AT END CONTINUE
            NOT AT END
                IF ctl-fee-type = "F" OR ctl-fee-type = "P"
                    MOVE ctl-fee-type TO ws-fee-type
                    MOVE ctl-fee-amount TO ws-fee-amount
                    MOVE ctl-fee-pct TO ws-fee-pct
                    MOVE ctl-grace-days TO ws-grace-days
                    MOVE ctl-acct-cap TO ws-acct-cap
                END-IF
        END-READ
        CLOSE FEEPOLICY-CTL
    END-IF.

lookup-customer-name.
    MOVE "NAME NOT ON FILE" TO ws-cust-name
    IF cust-master-open
        MOVE ws-work-ident TO ident
        READ CUSTOMER-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE custName TO ws-cust-name
        END-READ
    END-IF.

*> read before the letter's first line - a returned-mail address
*> sends the whole letter to the held-mail file
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
        DISPLAY "  Quote letter held - " ad-returned-doc
            " returned " ad-returned-date " - address undeliverable"
    END-IF.

*> the mailing block - or the visible flag that sends the letter
*> to the desk instead of the mailbox; a held letter keeps only a
*> slot for it, filled in on release
print-address-block.
    IF mail-held
        MOVE SPACES TO ws-letter-text
        MOVE cm-doc-ident TO ws-letter-text(1:20)
        MOVE "A" TO ws-hm-kind
        PERFORM hold-document-line
    ELSE
        PERFORM print-address-lines
    END-IF.

print-address-lines.
    IF address-on-file
        MOVE SPACES TO ws-letter-text
        STRING "  " ad-street
            DELIMITED BY SIZE INTO ws-letter-text
        PERFORM write-letter-line
        MOVE SPACES TO ws-letter-text
        STRING "  " ad-city " " ad-state " " ad-postal
            DELIMITED BY SIZE INTO ws-letter-text
        PERFORM write-letter-line
    ELSE
        MOVE SPACES TO ws-letter-text
        STRING "  *** NO ADDRESS ON FILE - HOLD FOR DESK ***"
            DELIMITED BY SIZE INTO ws-letter-text
        PERFORM write-letter-line
    END-IF.

write-letter-line.
    IF mail-held
        MOVE "T" TO ws-hm-kind
        PERFORM hold-document-line
    ELSE
        MOVE ws-letter-text TO quote-line
        WRITE quote-line
    END-IF.

hold-document-line.
    MOVE "H" TO ws-hm-mode
    MOVE ws-mail-ident TO ws-hm-ident
    MOVE ws-mail-document TO ws-hm-document
    MOVE ws-letter-text TO ws-hm-text
    CALL "HELDMAIL" USING ws-ops-program ws-hm-mode ws-hm-ident
        ws-hm-document ws-hm-kind ws-hm-text ws-hm-disp.

*> each released line onto the letter file; the address slot takes
*> the address now on file
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
        MOVE ws-hm-text TO ws-letter-text
        PERFORM write-letter-line
    END-IF.

*> the letter's line on the correspondence history - the caller
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
