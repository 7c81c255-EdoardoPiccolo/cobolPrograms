*> through a type I log record - typed I so the overnight check
*> print doesn't cut it a second time. Every void leaves an audit
*> line saying who killed which check and why, in the custaudit.cob
*> who-did-what mold. A reissue also leaves a REISSUE line on the
*> customer's correspondence history (CORRLOG) with the address on
*> file.
*>
*> A check the bank already paid cannot be voided here - that is a
*> stop-pay conversation with the bank, and the register line has
        ALTERNATE RECORD KEY IS custName WITH DUPLICATES
        FILE STATUS IS ws-cust-status.

    *> the address a reissue goes to, for the correspondence history
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
01 ws-org-volded      PIC 9(5)V99 VALUE 0.
01 ws-org-net         PIC 9(5)V99 VALUE 0.
01 ws-org-empr-fica   PIC 9(5)V99 VALUE 0.
01 ws-org-deferral    PIC 9(5)V99 VALUE 0.
01 ws-org-empr-match  PIC 9(5)V99 VALUE 0.
01 ws-org-ot-prem     PIC 9(5)V99 VALUE 0.
01 ws-org-garnish     PIC 9(5)V99 VALUE 0.
01 ws-org-pay-code    PIC X(4) VALUE SPACES.
01 ws-org-state       PIC X(2) VALUE SPACES.
01 ws-org-state-wh    PIC 9(5)V99 VALUE 0.
01 ws-st-slot         PIC 9 VALUE 0.
01 ws-st-found        PIC 9 VALUE 0.
01 ws-void-year PIC 9(4) VALUE 0.
01 ws-ytd-found-flag PIC X VALUE "N".
    88 ytd-on-file VALUE "Y".
*> check face and stub
01 ws-money-display PIC $$$,$$9.99.

01 ws-addr-status PIC XX VALUE "00".
*> one correspondence history line per reissue, through CORRLOG
COPY CORRREC.

01 ws-return-code PIC 9(4) VALUE 0.

*> central I/O-error reporting (IOERROR)
        DISPLAY "Check " ws-work-check " already cleared the bank"
            " - void refused, take a stop-pay up with the bank"
        MOVE 8 TO ws-return-code
    WHEN ws-found-status = "E"
        DISPLAY "Check " ws-work-check " was escheated to the state"
            " - void refused, the owner claims it from the state"
        MOVE 8 TO ws-return-code
    WHEN OTHER
        PERFORM find-log-record
        IF NOT log-record-found
                IF pl-ident = ws-void-ident
                        AND pl-date = ws-void-date
                        AND pl-net = ws-void-amount
                        AND (pl-regular OR pl-reissue
                            OR pl-retro OR pl-supplemental)
                    MOVE "Y" TO ws-log-found-flag
                    MOVE pl-gross TO ws-org-gross
                    MOVE pl-fica TO ws-org-fica
                    MOVE pl-volded TO ws-org-volded
                    MOVE pl-net TO ws-org-net
                    MOVE pl-empr-fica TO ws-org-empr-fica
                    MOVE pl-deferral TO ws-org-deferral
                    MOVE pl-empr-match TO ws-org-empr-match
                    MOVE pl-ot-prem TO ws-org-ot-prem
                    MOVE pl-garnish TO ws-org-garnish
                    MOVE pl-pay-code TO ws-org-pay-code
                    MOVE pl-state TO ws-org-state
                    MOVE pl-state-wh TO ws-org-state-wh
                    SET no-more-log TO TRUE
                END-IF
        END-READ
        SUBTRACT ws-org-withholding FROM ytd-withholding
        SUBTRACT ws-org-net FROM ytd-net
        SUBTRACT ws-org-empr-fica FROM ytd-empr-fica
        SUBTRACT ws-org-empr-match FROM ytd-empr-match
        PERFORM find-org-state-slot
        IF ws-st-found > 0
            SUBTRACT ws-org-gross FROM ytd-st-wages(ws-st-found)
            SUBTRACT ws-org-state-wh FROM ytd-st-wh(ws-st-found)
        END-IF
        REWRITE ytd-record
            INVALID KEY
                DISPLAY "Unable to rewrite YTD record " ytd-ident
        ADD ws-org-withholding TO ytd-withholding
        ADD ws-org-net TO ytd-net
        ADD ws-org-empr-fica TO ytd-empr-fica
        ADD ws-org-empr-match TO ytd-empr-match
        PERFORM find-org-state-slot
        IF ws-st-found > 0
            ADD ws-org-gross TO ytd-st-wages(ws-st-found)
            ADD ws-org-state-wh TO ytd-st-wh(ws-st-found)
        END-IF
        REWRITE ytd-record
            INVALID KEY
                DISPLAY "Unable to rewrite YTD record " ytd-ident
    END-IF
    CLOSE PAYROLL-YTD.

*> the state slot the voided check's state wages went into - none
*> for a check written before state tax was withheld
find-org-state-slot.
    MOVE 0 TO ws-st-found
    IF ws-org-state NOT = SPACES
        PERFORM VARYING ws-st-slot FROM 1 BY 1
                UNTIL ws-st-slot > 3 OR ws-st-found > 0
            IF ytd-st-code(ws-st-slot) = ws-org-state
                MOVE ws-st-slot TO ws-st-found
            END-IF
        END-PERFORM
    END-IF.

*> the reversing (or reissue) record carries the original figures
*> under the caller's pl-type and pl-date, already set - appended
*> the same EXTEND-with-create-fallback way every log writer does
    MOVE ws-org-volded TO pl-volded
    MOVE ws-org-net TO pl-net
    MOVE ws-org-empr-fica TO pl-empr-fica
    MOVE ws-org-deferral TO pl-deferral
    MOVE ws-org-empr-match TO pl-empr-match
    MOVE ws-org-ot-prem TO pl-ot-prem
    MOVE ws-org-garnish TO pl-garnish
    MOVE ws-org-pay-code TO pl-pay-code
    MOVE ws-org-state TO pl-state
    MOVE ws-org-state-wh TO pl-state-wh
    OPEN EXTEND PAYROLL-LOG
    IF ws-payroll-status = "35"
        OPEN OUTPUT PAYROLL-LOG
    MOVE ws-next-check TO ws-new-check
    PERFORM lookup-payee-name
    PERFORM print-replacement-check
    PERFORM log-reissue-correspondence

    OPEN EXTEND CHECK-REGISTER
    MOVE ws-new-check TO cr-check-no
    MOVE ws-print-text TO check-line
    WRITE check-line.

*> the replacement check on the correspondence history, with the
*> address on file - or flagged no address for the desk
log-reissue-correspondence.
    MOVE ws-void-ident TO cm-ident
    MOVE "REISSUE" TO cm-document
    MOVE ws-new-check TO cm-reference
    MOVE ws-void-amount TO cm-amount
    MOVE "N" TO cm-disposition
    MOVE SPACES TO cm-street
    MOVE SPACES TO cm-city
    MOVE SPACES TO cm-state
    MOVE SPACES TO cm-postal
    OPEN INPUT ADDR-MASTER
    IF ws-addr-status = "00"
        MOVE ws-void-ident TO ad-ident
        READ ADDR-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "M" TO cm-disposition
                MOVE ad-street TO cm-street
                MOVE ad-city TO cm-city
                MOVE ad-state TO cm-state
                MOVE ad-postal TO cm-postal
        END-READ
        CLOSE ADDR-MASTER
    END-IF
    CALL "CORRLOG" USING ws-ops-program corr-rec.

lookup-payee-name.
    MOVE "NAME NOT ON FILE" TO ws-payee-name
    OPEN INPUT CUSTOMER-MASTER
