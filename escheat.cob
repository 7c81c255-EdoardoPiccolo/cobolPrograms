       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ESCHEAT.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Unclaimed property run for long-outstanding checks - bankrecon.cob
*> reports a stale check and it then sat on checkreg.dat as
*> outstanding forever, when the law says an uncashed payroll or
*> refund check goes to the state once it has been dormant long
*> enough. Two stages, both off the dormancy and response-window
*> days on data/escheat.ctl (365 and 60 when absent):
*>
*>   1. a check still outstanding past the dormancy period gets a
*>      due-diligence letter to the payee at the ADDR-MASTER
*>      address (or the NO ADDRESS ON FILE flag that sends it to
*>      the desk), and an L line on data/escheat.dat dates it
*>      - a payee whose address is flagged returned mail has the
*>      letter held on the held-mail file (HELDMAIL) until
*>      ADDRMAINT keys a new address, the next run printing it
*>      first, and every letter leaves a line on the customer's
*>      correspondence history (CORRLOG), the refundrun.cob way
*>   2. a check still outstanding when the response window after
*>      its letter has run out is stamped E (escheated) on the
*>      register and written to the state's unclaimed property
*>      report file data/unclaimed.dat for the report year - owner
*>      name, last known address, SSN off SSN-MASTER, amount and
*>      issue date - with an E line on data/escheat.dat
*>
*> An owner who answers the letter is paid the ordinary way -
*> CHECKVOID voids the old check and reissues it, and a voided
*> check is no longer outstanding. The escheated amount leaves cash
*> for the unclaimed property payable on the receivables activity
*> journal (ARJRNL, ESCH), so the GL feed carries it; POSPAY sends
*> the bank a void record for it.
*>
*> Run on demand, monthly with BANKRECON - a rerun the same day
*> finds nothing new to do.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CHECK-REGISTER ASSIGN TO "data/checkreg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-register-status.

    SELECT REGISTER-KEEP ASSIGN TO "data/checkreg_keep.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-keep-status.

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

    SELECT SSN-MASTER ASSIGN TO "data/ssnmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SSNum
        FILE STATUS IS ws-ssn-status.

    *> dormancy and response-window days - one record, read at
    *> startup, compiled-in defaults when absent
    SELECT ESCHEAT-CTL ASSIGN TO "data/escheat.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-ctl-status.

    *> letters mailed and checks escheated - append-only
    SELECT ESCHEAT-HIST ASSIGN TO "data/escheat.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-hist-status.

    SELECT LETTER-PRINT ASSIGN TO "data/escheatltr.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-letter-status.

    *> the state's annual unclaimed property report - append-only
    SELECT UNCLAIMED-RPT ASSIGN TO "data/unclaimed.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-unclaimed-status.

DATA DIVISION.
FILE SECTION.
FD CHECK-REGISTER.
*> shared with checkprint.cob - see copybooks/CHECKREG.cpy
COPY CHECKREG.

FD REGISTER-KEEP.
01 register-keep-rec PIC X(25).

FD CUSTOMER-MASTER.
COPY CUSTREC.

FD ADDR-MASTER.
*> shared with addrmaint.cob and every document print - see
*> copybooks/ADDRREC.cpy
COPY ADDRREC.

FD SSN-MASTER.
COPY SSNREC.

FD ESCHEAT-CTL.
01 escheat-ctl-rec.
    02 ctl-dormancy-days PIC 9(4).
    02 ctl-response-days PIC 9(3).

FD ESCHEAT-HIST.
01 escheat-hist-rec.
*> L = due-diligence letter mailed, E = escheated to the state
    02 eh-record-type PIC X.
        88 eh-letter    VALUE "L".
        88 eh-escheated VALUE "E".
    02 eh-check-no    PIC 9(6).
    02 eh-ident       PIC 9(3).
    02 eh-amount      PIC 9(5)V99.
    02 eh-bus-date    PIC 9(8).

FD LETTER-PRINT.
01 letter-line PIC X(70).

FD UNCLAIMED-RPT.
01 unclaimed-rec.
    02 un-report-year PIC 9(4).
    02 un-check-no    PIC 9(6).
    02 un-owner-name  PIC X(20).
    02 un-street      PIC X(20).
    02 un-city        PIC X(15).
    02 un-state       PIC X(2).
    02 un-postal      PIC X(10).
    02 un-ssn         PIC 9(9).
    02 un-amount      PIC 9(5)V99.
    02 un-issue-date  PIC 9(8).

WORKING-STORAGE SECTION.
01 ws-register-status  PIC XX VALUE "00".
01 ws-keep-status      PIC XX VALUE "00".
01 ws-cust-status      PIC XX VALUE "00".
01 ws-addr-status      PIC XX VALUE "00".
01 ws-ssn-status       PIC XX VALUE "00".
01 ws-ctl-status       PIC XX VALUE "00".
01 ws-hist-status      PIC XX VALUE "00".
01 ws-letter-status    PIC XX VALUE "00".
01 ws-unclaimed-status PIC XX VALUE "00".
01 ws-reg-eof-flag PIC X VALUE "N".
    88 no-more-register VALUE "Y".
01 ws-ssn-eof-flag PIC X VALUE "N".
    88 ssn-sweep-done VALUE "Y".
01 ws-cust-open-flag PIC X VALUE "N".
    88 cust-master-open VALUE "Y".
01 ws-addr-open-flag PIC X VALUE "N".
    88 addr-master-open VALUE "Y".
01 ws-ssn-open-flag PIC X VALUE "N".
    88 ssn-master-open VALUE "Y".
01 ws-addr-found-flag PIC X VALUE "N".
    88 address-on-file VALUE "Y".
*> the address on file is flagged returned mail - this letter's
*> lines go to the held-mail file, not the letter file
01 ws-mail-held-flag PIC X VALUE "N".
    88 mail-held VALUE "Y".
01 ws-mail-ident PIC 9(3) VALUE 0.
01 ws-mail-document PIC X(8) VALUE "ESCHEAT".
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

*> one correspondence history line per letter, through CORRLOG
COPY CORRREC.

01 ws-bus-date PIC 9(8) VALUE 0.
01 ws-bus-day-no PIC 9(7) VALUE 0.
01 ws-item-day-no PIC 9(7) VALUE 0.
01 ws-days-open PIC S9(5) VALUE 0.
01 ws-dormancy-days PIC 9(4) VALUE 365.
01 ws-response-days PIC 9(3) VALUE 60.
01 ws-reply-by-date PIC 9(8) VALUE 0.

*> the whole register, rewritten with this run's E stamps - aborts
*> loudly when full, the bankrecon.cob register-table rule
01 ws-reg-table-count PIC 9(4) VALUE 0.
01 ws-reg-table.
    02 ws-reg-entry OCCURS 500 TIMES
            INDEXED BY ws-reg-idx.
        03 ws-reg-check  PIC 9(6).
        03 ws-reg-ident  PIC 9(3).
        03 ws-reg-date   PIC 9(8).
        03 ws-reg-amount PIC 9(5)V99.
        03 ws-reg-status PIC X.
            88 reg-outstanding VALUE SPACE.

*> every check a letter has gone out for, and when
01 ws-hist-count PIC 9(4) VALUE 0.
01 ws-hist-table.
    02 ws-hist-entry OCCURS 500 TIMES
            INDEXED BY ws-hist-idx.
        03 ws-hist-check     PIC 9(6).
        03 ws-hist-letter-on PIC 9(8).
01 ws-found-idx PIC 9(4) VALUE 0.
01 ws-table-full-flag PIC X VALUE "N".
    88 table-full VALUE "Y".

01 ws-payee-name PIC X(20) VALUE SPACES.
01 ws-owner-ssn  PIC 9(9) VALUE 0.
01 ws-letter-text PIC X(70).

01 ws-letter-count    PIC 9(5) VALUE 0.
01 ws-escheat-count   PIC 9(5) VALUE 0.
01 ws-escheat-total   PIC 9(7)V99 VALUE 0.
01 ws-no-address-count PIC 9(5) VALUE 0.

*> the receivables activity journal line for an escheated check
01 ws-jrnl-activity PIC X(4) VALUE "ESCH".
01 ws-jrnl-amount   PIC 9(7)V99 VALUE 0.

01 ws-return-code PIC 9(4) VALUE 0.

*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
01 ws-ops-program PIC X(10) VALUE "ESCHEAT".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
CALL "BUSDATE" USING ws-bus-date
COMPUTE ws-bus-day-no = FUNCTION INTEGER-OF-DATE(ws-bus-date)
PERFORM load-escheat-ctl
PERFORM load-escheat-history
PERFORM load-register-table

IF table-full
    DISPLAY "ESCHEAT: more checks than the tables hold - "
        "nothing mailed or escheated"
    MOVE 8 TO ws-return-code
END-IF

IF ws-return-code = 0
    OPEN INPUT CUSTOMER-MASTER
    IF ws-cust-status = "00"
        MOVE "Y" TO ws-cust-open-flag
    END-IF
    OPEN INPUT ADDR-MASTER
    IF ws-addr-status = "00"
        MOVE "Y" TO ws-addr-open-flag
    END-IF
    OPEN INPUT SSN-MASTER
    IF ws-ssn-status = "00"
        MOVE "Y" TO ws-ssn-open-flag
    END-IF

    OPEN OUTPUT LETTER-PRINT
    *> what ADDRMAINT released since the last run prints ahead of
    *> this run's letters
    PERFORM release-held-documents
    OPEN EXTEND ESCHEAT-HIST
    IF ws-hist-status = "35"
        OPEN OUTPUT ESCHEAT-HIST
    END-IF
    IF ws-hist-status NOT = "00"
        MOVE "ESCHEAT-HIST" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-hist-status
        STOP RUN
    END-IF
    OPEN EXTEND UNCLAIMED-RPT
    IF ws-unclaimed-status = "35"
        OPEN OUTPUT UNCLAIMED-RPT
    END-IF
    IF ws-unclaimed-status NOT = "00"
        MOVE "UNCLAIMED" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-unclaimed-status
        STOP RUN
    END-IF

    PERFORM VARYING ws-reg-idx FROM 1 BY 1
            UNTIL ws-reg-idx > ws-reg-table-count
        IF reg-outstanding(ws-reg-idx)
            PERFORM work-outstanding-check
        END-IF
    END-PERFORM

    CLOSE UNCLAIMED-RPT
    CLOSE ESCHEAT-HIST
    CLOSE LETTER-PRINT
    IF ssn-master-open
        CLOSE SSN-MASTER
    END-IF
    IF addr-master-open
        CLOSE ADDR-MASTER
    END-IF
    IF cust-master-open
        CLOSE CUSTOMER-MASTER
    END-IF
    MOVE "C" TO ws-hm-mode
    CALL "HELDMAIL" USING ws-ops-program ws-hm-mode ws-hm-ident
        ws-hm-document ws-hm-kind ws-hm-text ws-hm-disp

    IF ws-escheat-count > 0
        PERFORM rewrite-register
    END-IF
END-IF

DISPLAY "ESCHEAT: " ws-letter-count " due-diligence letter(s), "
    ws-no-address-count " held for no address; "
    ws-escheat-count " check(s) escheated " ws-escheat-total
DISPLAY "ESCHEAT: " ws-held-mail-count " letter(s) held for "
    "returned mail, " ws-released-count " released letter(s) "
    "printed"

INITIALIZE ws-ops-counts
MOVE ws-reg-table-count TO ws-ops-read
COMPUTE ws-ops-written = ws-letter-count + ws-escheat-count
MOVE ws-no-address-count TO ws-ops-rejected
MOVE ws-escheat-total TO ws-ops-amount
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

IF ws-return-code NOT = 0
    MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> dormant with no letter yet - mail one; lettered and the window
*> run out - escheat it; anything else is still inside its time
work-outstanding-check.
    MOVE 0 TO ws-found-idx
    PERFORM VARYING ws-hist-idx FROM 1 BY 1
            UNTIL ws-hist-idx > ws-hist-count
        IF ws-hist-check(ws-hist-idx) = ws-reg-check(ws-reg-idx)
            MOVE ws-hist-idx TO ws-found-idx
            SET ws-hist-idx TO ws-hist-count
        END-IF
    END-PERFORM
    IF ws-found-idx = 0
        COMPUTE ws-item-day-no =
            FUNCTION INTEGER-OF-DATE(ws-reg-date(ws-reg-idx))
        COMPUTE ws-days-open = ws-bus-day-no - ws-item-day-no
        IF ws-days-open > ws-dormancy-days
            PERFORM mail-due-diligence-letter
        END-IF
    ELSE
        COMPUTE ws-item-day-no =
            FUNCTION INTEGER-OF-DATE(ws-hist-letter-on(ws-found-idx))
        COMPUTE ws-days-open = ws-bus-day-no - ws-item-day-no
        IF ws-days-open > ws-response-days
            PERFORM escheat-the-check
        END-IF
    END-IF.

mail-due-diligence-letter.
    PERFORM lookup-owner
    PERFORM check-returned-mail
    IF NOT address-on-file
        ADD 1 TO ws-no-address-count
    END-IF
    MOVE ws-reg-check(ws-reg-idx) TO cm-reference
    MOVE ws-reg-amount(ws-reg-idx) TO cm-amount
    PERFORM log-correspondence
    COMPUTE ws-reply-by-date = FUNCTION DATE-OF-INTEGER(
        ws-bus-day-no + ws-response-days)

    MOVE SPACES TO ws-letter-text
    STRING "UNCLAIMED PROPERTY NOTICE            " ws-bus-date
        DELIMITED BY SIZE INTO ws-letter-text
    PERFORM write-letter-line
    MOVE SPACES TO ws-letter-text
    STRING "  " ws-payee-name
        DELIMITED BY SIZE INTO ws-letter-text
    PERFORM write-letter-line
    PERFORM print-address-block
    MOVE SPACES TO ws-letter-text
    STRING "CHECK " ws-reg-check(ws-reg-idx) " ISSUED "
        ws-reg-date(ws-reg-idx) " FOR " ws-reg-amount(ws-reg-idx)
        " HAS NOT BEEN CASHED."
        DELIMITED BY SIZE INTO ws-letter-text
    PERFORM write-letter-line
    MOVE SPACES TO ws-letter-text
    STRING "UNLESS YOU CONTACT US BY " ws-reply-by-date
        " THE FUNDS WILL BE"
        DELIMITED BY SIZE INTO ws-letter-text
    PERFORM write-letter-line
    MOVE SPACES TO ws-letter-text
    STRING "REPORTED TO THE STATE AS UNCLAIMED PROPERTY."
        DELIMITED BY SIZE INTO ws-letter-text
    PERFORM write-letter-line
    MOVE SPACES TO ws-letter-text
    PERFORM write-letter-line
    MOVE "N" TO ws-mail-held-flag

    MOVE "L" TO eh-record-type
    PERFORM write-history-line
    ADD 1 TO ws-letter-count.

*> the register line goes E, the state gets its report line, and
*> the liability leaves cash on the activity journal
escheat-the-check.
    PERFORM lookup-owner
    PERFORM lookup-owner-ssn
    MOVE ws-bus-date(1:4) TO un-report-year
    MOVE ws-reg-check(ws-reg-idx) TO un-check-no
    MOVE ws-payee-name TO un-owner-name
    IF address-on-file
        MOVE ad-street TO un-street
        MOVE ad-city TO un-city
        MOVE ad-state TO un-state
        MOVE ad-postal TO un-postal
    ELSE
        MOVE "UNKNOWN" TO un-street
        MOVE SPACES TO un-city
        MOVE SPACES TO un-state
        MOVE SPACES TO un-postal
    END-IF
    MOVE ws-owner-ssn TO un-ssn
    MOVE ws-reg-amount(ws-reg-idx) TO un-amount
    MOVE ws-reg-date(ws-reg-idx) TO un-issue-date
    WRITE unclaimed-rec

    MOVE "E" TO ws-reg-status(ws-reg-idx)
    MOVE "E" TO eh-record-type
    PERFORM write-history-line

    MOVE ws-reg-amount(ws-reg-idx) TO ws-jrnl-amount
    CALL "ARJRNL" USING ws-ops-program ws-jrnl-activity
        ws-reg-ident(ws-reg-idx) ws-jrnl-amount

    ADD 1 TO ws-escheat-count
    ADD ws-reg-amount(ws-reg-idx) TO ws-escheat-total
    DISPLAY "CHECK " ws-reg-check(ws-reg-idx) " "
        ws-reg-amount(ws-reg-idx) " ESCHEATED - " ws-payee-name.

write-history-line.
    MOVE ws-reg-check(ws-reg-idx) TO eh-check-no
    MOVE ws-reg-ident(ws-reg-idx) TO eh-ident
    MOVE ws-reg-amount(ws-reg-idx) TO eh-amount
    MOVE ws-bus-date TO eh-bus-date
    WRITE escheat-hist-rec.

*> payee name and last known address, or the visible flags when
*> either master has lost the customer
lookup-owner.
    MOVE "NAME NOT ON FILE" TO ws-payee-name
    IF cust-master-open
        MOVE ws-reg-ident(ws-reg-idx) TO ident
        READ CUSTOMER-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE custName TO ws-payee-name
        END-READ
    END-IF
    MOVE "N" TO ws-addr-found-flag
    IF addr-master-open
        MOVE ws-reg-ident(ws-reg-idx) TO ad-ident
        READ ADDR-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE "Y" TO ws-addr-found-flag
        END-READ
    END-IF.

*> SSN-MASTER is keyed on the digits, not the owner - the record
*> whose SSNOwnerIdent points at the payee, the custprof.cob sweep;
*> zeros when there is none
lookup-owner-ssn.
    MOVE 0 TO ws-owner-ssn
    IF ssn-master-open
        MOVE "N" TO ws-ssn-eof-flag
        MOVE LOW-VALUES TO SSNum
        START SSN-MASTER KEY IS GREATER THAN OR EQUAL SSNum
            INVALID KEY SET ssn-sweep-done TO TRUE
        END-START
        PERFORM WITH TEST BEFORE UNTIL ssn-sweep-done
            READ SSN-MASTER NEXT RECORD
                AT END SET ssn-sweep-done TO TRUE
                NOT AT END
                    IF SSNOwnerIdent = ws-reg-ident(ws-reg-idx)
                        MOVE SSNum TO ws-owner-ssn
                        SET ssn-sweep-done TO TRUE
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

*> after lookup-owner, before the letter's first line - a
*> returned-mail address sends the whole letter to the held-mail
*> file
check-returned-mail.
    MOVE ws-reg-ident(ws-reg-idx) TO ws-mail-ident
    MOVE "N" TO ws-mail-held-flag
    IF address-on-file AND ad-undeliverable
        MOVE "Y" TO ws-mail-held-flag
        ADD 1 TO ws-held-mail-count
        DISPLAY "  Due-diligence letter held - " ad-returned-doc
            " returned " ad-returned-date " - address undeliverable"
    END-IF.

*> the mailing block under the payee line - a held letter keeps
*> only a slot for it, filled in on release
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
        MOVE ws-letter-text TO letter-line
        WRITE letter-line
    END-IF.

hold-document-line.
    MOVE "H" TO ws-hm-mode
    MOVE ws-mail-ident TO ws-hm-ident
    MOVE ws-mail-document TO ws-hm-document
    MOVE ws-letter-text TO ws-hm-text
    CALL "HELDMAIL" USING ws-ops-program ws-hm-mode ws-hm-ident
        ws-hm-document ws-hm-kind ws-hm-text ws-hm-disp.

*> each released line onto the letter file ahead of this run's
*> letters; the address slot takes the address now on file
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

*> ESCHEAT-CTL may be missing on a fresh system - the run falls back
*> to the compiled-in 365-day dormancy and 60-day response window
load-escheat-ctl.
    OPEN INPUT ESCHEAT-CTL
    IF ws-ctl-status = "00"
        READ ESCHEAT-CTL
            AT END CONTINUE
            NOT AT END
                IF ctl-dormancy-days > 0
                    MOVE ctl-dormancy-days TO ws-dormancy-days
                END-IF
                IF ctl-response-days > 0
                    MOVE ctl-response-days TO ws-response-days
                END-IF
        END-READ
        CLOSE ESCHEAT-CTL
    END-IF.

*> no history yet means no letter has ever gone out; an E line
*> needs no entry - its register line is no longer outstanding
load-escheat-history.
    OPEN INPUT ESCHEAT-HIST
    IF ws-hist-status = "00"
        PERFORM WITH TEST BEFORE UNTIL ws-hist-status NOT = "00"
            READ ESCHEAT-HIST
                AT END MOVE "10" TO ws-hist-status
                NOT AT END
                    IF eh-letter
                        PERFORM take-in-letter-line
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ESCHEAT-HIST
    END-IF.

take-in-letter-line.
    IF ws-hist-count < 500
        ADD 1 TO ws-hist-count
        MOVE eh-check-no TO ws-hist-check(ws-hist-count)
        MOVE eh-bus-date TO ws-hist-letter-on(ws-hist-count)
    ELSE
        MOVE "Y" TO ws-table-full-flag
    END-IF.

*> no register at all is a shop that has cut no checks - nothing
*> can be dormant
load-register-table.
    OPEN INPUT CHECK-REGISTER
    IF ws-register-status NOT = "00"
            AND ws-register-status NOT = "35"
        MOVE "CHECK-REG" TO ws-io-file
        MOVE "OPEN-IN" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-register-status
        STOP RUN
    END-IF
    IF ws-register-status = "00"
        PERFORM WITH TEST BEFORE UNTIL no-more-register
            READ CHECK-REGISTER
                AT END SET no-more-register TO TRUE
                NOT AT END PERFORM add-register-entry
            END-READ
        END-PERFORM
        CLOSE CHECK-REGISTER
    END-IF.

add-register-entry.
    IF ws-reg-table-count = 500
        MOVE "Y" TO ws-table-full-flag
        SET no-more-register TO TRUE
    ELSE
        ADD 1 TO ws-reg-table-count
        MOVE cr-check-no TO ws-reg-check(ws-reg-table-count)
        MOVE cr-ident TO ws-reg-ident(ws-reg-table-count)
        MOVE cr-date TO ws-reg-date(ws-reg-table-count)
        MOVE cr-amount TO ws-reg-amount(ws-reg-table-count)
        MOVE cr-status TO ws-reg-status(ws-reg-table-count)
    END-IF.

*> the live register rewritten from the table with this run's E
*> stamps - the bankrecon.cob keep-file swap
rewrite-register.
    OPEN OUTPUT REGISTER-KEEP
    PERFORM VARYING ws-reg-idx FROM 1 BY 1
            UNTIL ws-reg-idx > ws-reg-table-count
        MOVE ws-reg-check(ws-reg-idx) TO cr-check-no
        MOVE ws-reg-ident(ws-reg-idx) TO cr-ident
        MOVE ws-reg-date(ws-reg-idx) TO cr-date
        MOVE ws-reg-amount(ws-reg-idx) TO cr-amount
        MOVE ws-reg-status(ws-reg-idx) TO cr-status
        MOVE register-rec TO register-keep-rec
        WRITE register-keep-rec
    END-PERFORM
    CLOSE REGISTER-KEEP

    OPEN INPUT REGISTER-KEEP
    OPEN OUTPUT CHECK-REGISTER
    MOVE "N" TO ws-reg-eof-flag
    PERFORM WITH TEST BEFORE UNTIL no-more-register
        READ REGISTER-KEEP
            AT END SET no-more-register TO TRUE
            NOT AT END
                MOVE register-keep-rec TO register-rec
                WRITE register-rec
        END-READ
    END-PERFORM
    CLOSE REGISTER-KEEP
    CLOSE CHECK-REGISTER.
