*> Keying a blank street deletes the record - the customer's
*> documents go back to flagging NO ADDRESS ON FILE. The ident must
*> exist on CUSTOMER-MASTER first: an address for nobody is how a
*> mis-keyed ident hides a real customer's mail. An eligible voter's
*> precinct on VOTER-REG is re-assigned from the new address on the
*> spot (PRECLOOK), so the county export never carries the precinct
*> of the place the registrant moved away from.
*>
*> Keying a new address also clears a returned-mail flag (RETMAIL)
*> and releases the customer's held documents (HELDMAIL) - each
*> document print puts them out at its next run, under the new
*> mailing block.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS ad-ident
        FILE STATUS IS ws-addr-status.

    SELECT VOTER-REG ASSIGN TO "data/voterreg.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS vreg-ident
        FILE STATUS IS ws-reg-status.

    SELECT CUSTOMER-MASTER ASSIGN TO "data/custmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
FD CUSTOMER-MASTER.
COPY CUSTREC.

FD VOTER-REG.
*> shared with votersweep.cob - see copybooks/VOTERREG.cpy
COPY VOTERREG.

WORKING-STORAGE SECTION.
01 ws-addr-status PIC XX VALUE "00".
01 ws-cust-status PIC XX VALUE "00".
01 ws-reg-status  PIC XX VALUE "00".
01 ws-addr-found-flag PIC X VALUE "N".
    88 address-on-file VALUE "Y".
01 ws-cust-found-flag PIC X VALUE "N".
    88 customer-on-file VALUE "Y".
01 ws-work-ident PIC 9(3) VALUE 0.
01 ws-new-street PIC X(20) VALUE SPACES.
01 ws-new-precinct PIC X(6) VALUE SPACES.
01 ws-prec-found-flag PIC X VALUE "N".
    88 precinct-found VALUE "Y".

*> the customer's held documents released through HELDMAIL
01 ws-hm-mode     PIC X VALUE "U".
01 ws-hm-document PIC X(8) VALUE SPACES.
01 ws-hm-kind     PIC X VALUE SPACE.
01 ws-hm-text     PIC X(70) VALUE SPACES.
01 ws-hm-disp     PIC X VALUE SPACE.

*> before/after record images for the ADDRAUDIT trail
01 ws-before-image PIC X(79) VALUE SPACES.
01 ws-after-image  PIC X(79) VALUE SPACES.
01 ws-audit-action PIC X(7) VALUE SPACES.

01 ws-return-code PIC 9(4) VALUE 0.
    DISPLAY "  State  : " ad-state
    DISPLAY "  Postal : " ad-postal
    DISPLAY "  Phone  : " ad-phone
    IF ad-undeliverable
        DISPLAY "  *** RETURNED MAIL - " ad-returned-doc
            " came back " ad-returned-date " ***"
    END-IF
    MOVE addr-record TO ws-before-image
ELSE
    DISPLAY "No address on file for customer " ws-work-ident
    ACCEPT ad-postal
    DISPLAY "Enter phone: " WITH NO ADVANCING
    ACCEPT ad-phone
    *> a newly keyed address is good mail again
    MOVE SPACE TO ad-mail-status
    MOVE 0 TO ad-returned-date
    MOVE SPACES TO ad-returned-doc

    IF address-on-file
        REWRITE addr-record
        MOVE addr-record TO ws-after-image
        PERFORM write-audit-record
        DISPLAY "Address for customer " ad-ident " is on file"
        CALL "PRECLOOK" USING ad-postal ad-street
            ws-new-precinct ws-prec-found-flag
        PERFORM reassign-precinct
        PERFORM release-held-mail
    END-IF.

*> the documents held while the address was returned mail go out
*> on each print's next run
release-held-mail.
    MOVE "U" TO ws-hm-mode
    CALL "HELDMAIL" USING ws-ops-program ws-hm-mode ws-work-ident
        ws-hm-document ws-hm-kind ws-hm-text ws-hm-disp
    IF ws-hm-disp = "R"
        DISPLAY "Held documents for customer " ws-work-ident
            " released for the next print"
    END-IF.

delete-address.
            PERFORM write-audit-record
            DISPLAY "Address for customer " ws-work-ident
                " deleted - documents will flag NO ADDRESS"
            MOVE SPACES TO ws-new-precinct
            MOVE "N" TO ws-prec-found-flag
            PERFORM reassign-precinct
        END-IF
    END-IF.

*> only an eligible registrant carries a precinct; a customer who
*> is not registered, or a VOTER-REG not yet created, is left to
*> the nightly sweep
reassign-precinct.
    OPEN I-O VOTER-REG
    IF ws-reg-status = "00"
        MOVE ws-work-ident TO vreg-ident
        READ VOTER-REG
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF vreg-eligible
                        AND vreg-precinct NOT = ws-new-precinct
                    MOVE ws-new-precinct TO vreg-precinct
                    REWRITE voter-reg-rec
                        INVALID KEY
                            DISPLAY "Unable to re-assign precinct "
                                "for " vreg-ident
                            MOVE 8 TO ws-return-code
                    END-REWRITE
                END-IF
                IF vreg-eligible
                    IF precinct-found
                        DISPLAY "Voter precinct is " vreg-precinct
                    ELSE
                        DISPLAY "No precinct covers this address - "
                            "the registrant goes on the precinct "
                            "exception list"
                    END-IF
                END-IF
        END-READ
        CLOSE VOTER-REG
    END-IF.

write-audit-record.
    CALL "ADDRAUDIT" USING ws-ops-program ws-audit-action
        ws-before-image ws-after-image.
