       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PRECRPT.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Precinct roster and precinct exception list - the county wants
*> every registrant it is sent placed in a precinct. This lists the
*> eligible registrants on VOTER-REG by the precinct the nightly
*> sweep carried on each (copybooks/VOTERREG.cpy), with a count per
*> precinct and a grand total, onto data/precroster.dat. Every
*> eligible registrant with no precinct goes on the desk's exception
*> list data/precxcp.dat instead, saying why: no ADDR-MASTER address
*> at all, or an address no precinct.ctl line covers. The desk
*> works the list (ADDRMAINT, or a new precinct.ctl line) before
*> VOTEREXP sends the county its file - VOTEREXP holds back anybody
*> still without a precinct.
*>
*> The control break by precinct needs precinct-ascending input - the
*> registrants are staged and SORTed ahead of the roster the way
*> custrpt.cob stages its department sort.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VOTER-REG ASSIGN TO "data/voterreg.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS vreg-ident
        FILE STATUS IS ws-reg-status.

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

    *> eligible registrants with a precinct, the sort's input
    SELECT ROSTER-STAGE ASSIGN TO "data/precrpt_stage.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-stage-status.

    SELECT ROSTER-SORTED ASSIGN TO "data/precrpt_sorted.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-sorted-status.

    SELECT SORT-WORK-1 ASSIGN TO "data/precrpt_sortwork.tmp".

    SELECT ROSTER-RPT ASSIGN TO "data/precroster.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-rpt-status.

    SELECT PRECINCT-EXCP ASSIGN TO "data/precxcp.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-excp-status.

DATA DIVISION.
FILE SECTION.
FD VOTER-REG.
*> shared with votersweep.cob - see copybooks/VOTERREG.cpy
COPY VOTERREG.

FD CUSTOMER-MASTER.
COPY CUSTREC.

FD ADDR-MASTER.
*> shared with addrmaint.cob and every document print - see
*> copybooks/ADDRREC.cpy
COPY ADDRREC.

FD ROSTER-STAGE.
01 stage-rec.
    02 stage-precinct PIC X(6).
    02 stage-ident    PIC 9(3).
    02 stage-name     PIC X(20).

FD ROSTER-SORTED.
01 sorted-rec.
    02 sorted-precinct PIC X(6).
    02 sorted-ident    PIC 9(3).
    02 sorted-name     PIC X(20).

*> the SD carries the staged layout under plain field names, so
*> SORT's USING/GIVING moves the bytes straight through
SD SORT-WORK-1.
01 sort-roster-rec.
    02 sort-precinct PIC X(6).
    02 sort-ident    PIC 9(3).
    02 sort-name     PIC X(20).

FD ROSTER-RPT.
01 roster-line PIC X(70).

FD PRECINCT-EXCP.
01 precinct-excp-line PIC X(70).

WORKING-STORAGE SECTION.
01 ws-reg-status    PIC XX VALUE "00".
01 ws-cust-status   PIC XX VALUE "00".
01 ws-addr-status   PIC XX VALUE "00".
01 ws-stage-status  PIC XX VALUE "00".
01 ws-sorted-status PIC XX VALUE "00".
01 ws-rpt-status    PIC XX VALUE "00".
01 ws-excp-status   PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 end-of-file VALUE "Y".
01 ws-cust-open-flag PIC X VALUE "N".
    88 cust-master-open VALUE "Y".
01 ws-addr-open-flag PIC X VALUE "N".
    88 addr-master-open VALUE "Y".
01 ws-addr-found-flag PIC X VALUE "N".
    88 address-on-file VALUE "Y".

01 ws-run-date PIC 9(8) VALUE 0.
01 ws-name PIC X(20) VALUE SPACES.
01 ws-report-text PIC X(70).

01 ws-prev-precinct PIC X(6) VALUE SPACES.
01 ws-first-flag PIC X VALUE "Y".
    88 first-registrant VALUE "Y".

01 ws-eligible-count   PIC 9(5) VALUE 0.
01 ws-precinct-members PIC 9(5) VALUE 0.
01 ws-precinct-count   PIC 9(5) VALUE 0.
01 ws-roster-count     PIC 9(5) VALUE 0.
01 ws-no-addr-count    PIC 9(5) VALUE 0.
01 ws-no-match-count   PIC 9(5) VALUE 0.

01 ws-return-code PIC 9(4) VALUE 0.

*> job-stream run-state handshake (RUNSTATE) - this step skips when
*> already complete for the business date (PARM FORCE re-runs it)
01 ws-rs-check PIC X VALUE "C".
01 ws-rs-done  PIC X VALUE "D".
01 ws-rs-rc    PIC 9(4) VALUE 0.
01 ws-rs-disp  PIC X VALUE "R".

*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
01 ws-ops-program PIC X(10) VALUE "PRECRPT".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
PERFORM check-run-state-or-skip

CALL "BUSDATE" USING ws-run-date

OPEN INPUT VOTER-REG
IF ws-reg-status NOT = "00"
    IF ws-reg-status = "35"
        DISPLAY "VOTER-REG is missing - run "
            "INITMAST to create the shop masters"
    END-IF
    MOVE "VOTER-REG" TO ws-io-file
    MOVE "OPEN-IN" TO ws-io-op
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-reg-status
    STOP RUN
END-IF
OPEN INPUT CUSTOMER-MASTER
IF ws-cust-status = "00"
    MOVE "Y" TO ws-cust-open-flag
END-IF
OPEN INPUT ADDR-MASTER
IF ws-addr-status = "00"
    MOVE "Y" TO ws-addr-open-flag
END-IF

OPEN OUTPUT ROSTER-STAGE
OPEN OUTPUT PRECINCT-EXCP
MOVE SPACES TO ws-report-text
STRING "PRECINCT EXCEPTIONS FOR " ws-run-date
    DELIMITED BY SIZE INTO ws-report-text
PERFORM write-excp-line

MOVE LOW-VALUES TO vreg-ident
START VOTER-REG KEY IS GREATER THAN OR EQUAL vreg-ident
    INVALID KEY SET end-of-file TO TRUE
END-START
PERFORM WITH TEST BEFORE UNTIL end-of-file
    READ VOTER-REG NEXT RECORD
        AT END SET end-of-file TO TRUE
        NOT AT END
            IF vreg-eligible
                PERFORM stage-one-registrant
            END-IF
    END-READ
END-PERFORM

MOVE SPACES TO ws-report-text
STRING "NO ADDRESS " ws-no-addr-count
    " NO MATCHING PRECINCT " ws-no-match-count
    DELIMITED BY SIZE INTO ws-report-text
PERFORM write-excp-line

CLOSE PRECINCT-EXCP
CLOSE ROSTER-STAGE
IF addr-master-open
    CLOSE ADDR-MASTER
END-IF
IF cust-master-open
    CLOSE CUSTOMER-MASTER
END-IF
CLOSE VOTER-REG

SORT SORT-WORK-1 ON ASCENDING KEY sort-precinct sort-ident
    USING ROSTER-STAGE
    GIVING ROSTER-SORTED

PERFORM write-roster

DISPLAY "PRECRPT: " ws-roster-count " registrants in "
    ws-precinct-count " precincts, "
    ws-no-addr-count " with no address, "
    ws-no-match-count " with no matching precinct"

INITIALIZE ws-ops-counts
MOVE ws-eligible-count TO ws-ops-read
MOVE ws-roster-count TO ws-ops-written
COMPUTE ws-ops-rejected = ws-no-addr-count + ws-no-match-count
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

MOVE ws-return-code TO ws-rs-rc
CALL "RUNSTATE" USING ws-ops-program ws-rs-done
    ws-rs-rc ws-rs-disp

IF ws-return-code NOT = 0
    MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> a registrant with a precinct goes to the sort; one without goes
*> on the exception list with the reason
stage-one-registrant.
    ADD 1 TO ws-eligible-count
    MOVE "NAME NOT ON FILE" TO ws-name
    IF cust-master-open
        MOVE vreg-ident TO ident
        READ CUSTOMER-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE custName TO ws-name
        END-READ
    END-IF

    IF vreg-precinct NOT = SPACES
        MOVE vreg-precinct TO stage-precinct
        MOVE vreg-ident TO stage-ident
        MOVE ws-name TO stage-name
        WRITE stage-rec
    ELSE
        MOVE "N" TO ws-addr-found-flag
        IF addr-master-open
            MOVE vreg-ident TO ad-ident
            READ ADDR-MASTER
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE "Y" TO ws-addr-found-flag
            END-READ
        END-IF
        MOVE SPACES TO ws-report-text
        IF address-on-file
            ADD 1 TO ws-no-match-count
            STRING "REGISTRANT " vreg-ident " " ws-name
                " POSTAL " ad-postal " - NO PRECINCT MATCHES"
                DELIMITED BY SIZE INTO ws-report-text
        ELSE
            ADD 1 TO ws-no-addr-count
            STRING "REGISTRANT " vreg-ident " " ws-name
                " - NO ADDRESS ON FILE"
                DELIMITED BY SIZE INTO ws-report-text
        END-IF
        PERFORM write-excp-line
    END-IF.

*> one heading per precinct, a line per registrant, the count at
*> each break and a grand total at the end
write-roster.
    OPEN INPUT ROSTER-SORTED
    OPEN OUTPUT ROSTER-RPT
    MOVE SPACES TO ws-report-text
    STRING "PRECINCT ROSTER FOR " ws-run-date
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-roster-line

    MOVE "N" TO ws-eof-flag
    PERFORM WITH TEST BEFORE UNTIL end-of-file
        READ ROSTER-SORTED
            AT END SET end-of-file TO TRUE
            NOT AT END PERFORM roster-one-registrant
        END-READ
    END-PERFORM
    IF NOT first-registrant
        PERFORM write-precinct-count
    END-IF

    MOVE SPACES TO ws-report-text
    STRING "TOTAL " ws-roster-count " REGISTRANTS IN "
        ws-precinct-count " PRECINCTS"
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-roster-line
    CLOSE ROSTER-RPT
    CLOSE ROSTER-SORTED.

roster-one-registrant.
    IF first-registrant OR sorted-precinct NOT = ws-prev-precinct
        IF NOT first-registrant
            PERFORM write-precinct-count
        END-IF
        MOVE "N" TO ws-first-flag
        MOVE sorted-precinct TO ws-prev-precinct
        MOVE 0 TO ws-precinct-members
        ADD 1 TO ws-precinct-count
        MOVE SPACES TO ws-report-text
        STRING "PRECINCT " sorted-precinct
            DELIMITED BY SIZE INTO ws-report-text
        PERFORM write-roster-line
    END-IF
    ADD 1 TO ws-precinct-members
    ADD 1 TO ws-roster-count
    MOVE SPACES TO ws-report-text
    STRING "  " sorted-ident "  " sorted-name
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-roster-line.

write-precinct-count.
    MOVE SPACES TO ws-report-text
    STRING "  PRECINCT " ws-prev-precinct " COUNT "
        ws-precinct-members
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-roster-line.

write-roster-line.
    MOVE ws-report-text TO roster-line
    WRITE roster-line.

write-excp-line.
    MOVE ws-report-text TO precinct-excp-line
    WRITE precinct-excp-line.

*> first call of the run: already complete for this business
*> date means the whole step skips - that is how a restarted
*> dailyrun resumes at the first incomplete step
check-run-state-or-skip.
    CALL "RUNSTATE" USING ws-ops-program ws-rs-check
        ws-rs-rc ws-rs-disp
    IF ws-rs-disp = "S"
        DISPLAY "PRECRPT already complete for this "
            "business date - skipped (PARM FORCE re-runs)"
        STOP RUN
    END-IF.
