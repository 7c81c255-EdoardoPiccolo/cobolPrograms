*> current status per person) and leaves the same timestamped
*> audit-line style on VOTER-ROLL program5 writes, so the roll stays
*> the history and the master stays the answer.
*>
*> Each eligible registrant is also given the precinct their
*> ADDR-MASTER address falls in (PRECLOOK, precinct.ctl) and it is
*> carried on VOTER-REG, so a precinct.ctl change or an address
*> keyed outside ADDRMAINT catches up overnight; an ineligible
*> registrant carries none. PRECRPT lists the registrants left with
*> no address or no matching precinct.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS vreg-ident
        FILE STATUS IS ws-reg-status.

    SELECT ADDR-MASTER ASSIGN TO "data/addrmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ad-ident
        FILE STATUS IS ws-addr-status.

    SELECT VOTER-ROLL ASSIGN TO "data/voterroll.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-roll-status.
*> copybooks/VOTERREG.cpy
COPY VOTERREG.

FD ADDR-MASTER.
*> shared with addrmaint.cob and every document print - see
*> copybooks/ADDRREC.cpy
COPY ADDRREC.

FD VOTER-ROLL.
01 voter-roll-rec PIC X(60).

01 ws-cust-status PIC XX VALUE "00".
01 ws-reg-status  PIC XX VALUE "00".
01 ws-roll-status PIC XX VALUE "00".
01 ws-addr-status PIC XX VALUE "00".
01 ws-addr-open-flag PIC X VALUE "N".
    88 addr-master-open VALUE "Y".
01 ws-cust-eof-flag PIC X VALUE "N".
    88 ws-cust-eof VALUE "Y".

    88 person-deceased VALUE "Y".
01 ws-roll-line PIC X(60).

*> the precinct the address falls in, from PRECLOOK
01 ws-new-precinct PIC X(6) VALUE SPACES.
01 ws-prec-found-flag PIC X VALUE "N".

01 ws-swept-count   PIC 9(5) VALUE 0.
01 ws-new-count     PIC 9(5) VALUE 0.
01 ws-changed-count PIC 9(5) VALUE 0.
01 ws-precinct-count PIC 9(5) VALUE 0.

01 ws-return-code PIC 9(4) VALUE 0.

    STOP RUN
END-IF

*> no address master just means no precincts can be assigned -
*> PRECRPT lists every eligible registrant as having no address
OPEN INPUT ADDR-MASTER
IF ws-addr-status = "00"
    MOVE "Y" TO ws-addr-open-flag
END-IF

IF NOT ws-cust-eof
    MOVE LOW-VALUES TO ident
    START CUSTOMER-MASTER KEY IS GREATER THAN OR EQUAL ident
    CLOSE CUSTOMER-MASTER
END-IF
CLOSE VOTER-REG
IF addr-master-open
    CLOSE ADDR-MASTER
END-IF

INITIALIZE ws-ops-counts
MOVE ws-swept-count TO ws-ops-read
COMPUTE ws-ops-written = ws-new-count + ws-changed-count
    + ws-precinct-count
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

        MOVE "I" TO ws-new-status
    END-IF

    PERFORM find-precinct

    MOVE "N" TO ws-reg-found-flag
    MOVE ident TO vreg-ident
    READ VOTER-REG
            MOVE ident TO vreg-ident
            MOVE ws-new-status TO vreg-status
            MOVE ws-run-date TO vreg-eval-date
            MOVE ws-new-precinct TO vreg-precinct
            WRITE voter-reg-rec
                INVALID KEY
                    DISPLAY "Unable to register ident " vreg-ident
            ADD 1 TO ws-changed-count
            MOVE ws-new-status TO vreg-status
            MOVE ws-run-date TO vreg-eval-date
            MOVE ws-new-precinct TO vreg-precinct
            REWRITE voter-reg-rec
                INVALID KEY
                    DISPLAY "Unable to re-register ident " vreg-ident
                    MOVE 8 TO ws-return-code
            END-REWRITE
            PERFORM write-roll-line
        WHEN vreg-precinct NOT = ws-new-precinct
            ADD 1 TO ws-precinct-count
            MOVE ws-new-precinct TO vreg-precinct
            REWRITE voter-reg-rec
                INVALID KEY
                    DISPLAY "Unable to re-register ident " vreg-ident
                    MOVE 8 TO ws-return-code
            END-REWRITE
    END-EVALUATE.

*> eligible registrants only - no address, or an address no
*> precinct.ctl line covers, leaves the precinct blank
find-precinct.
    MOVE SPACES TO ws-new-precinct
    IF ws-new-status = "E" AND addr-master-open
        MOVE ident TO ad-ident
        READ ADDR-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                CALL "PRECLOOK" USING ad-postal ad-street
                    ws-new-precinct ws-prec-found-flag
        END-READ
    END-IF.

*> same timestamped audit-line style program5's log-vote-decision
*> writes, now tied to a person by ident
write-roll-line.
