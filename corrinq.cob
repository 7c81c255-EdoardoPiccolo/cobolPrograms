       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CORRINQ.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Correspondence inquiry - lists every document the shop produced
*> for one customer ident, newest first, from the correspondence
*> history the document prints append through CORRLOG: the date and
*> time, the document and the program that produced it, the
*> reference and amount, what became of it (mailed, held for
*> returned mail, released from hold, no address on file) and the
*> address it went to. This is how "what did we send customer 042,
*> and where" gets answered when a notice is disputed. Same
*> on-demand shape as audinq.cob; the history is SORTed newest first
*> the way ssnrecon.cob sorts SSN-MASTER. Lines retention.cob has
*> aged out to the archive come back through archret.cob (CORRESP).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CORRESPONDENCE ASSIGN TO "data/corresp.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-corr-status.

    SELECT CORR-SORTED ASSIGN TO "data/corrinq_sorted.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-sorted-status.

    SELECT CORRINQ-RPT ASSIGN TO "data/corrinq.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-rpt-status.

    SELECT SORT-WORK-1 ASSIGN TO "data/corrinq_sortwork.tmp".

DATA DIVISION.
FILE SECTION.
FD CORRESPONDENCE.
01 corr-line PIC X(103).

FD CORR-SORTED.
*> shared with corrlog.cob and retention.cob - see
*> copybooks/CORRREC.cpy
COPY CORRREC.

SD SORT-WORK-1.
01 sort-corr-rec.
    02 sort-ident PIC 9(3).
    02 sort-date  PIC 9(8).
    02 sort-time  PIC 9(6).
    02 FILLER     PIC X(86).

FD CORRINQ-RPT.
01 corrinq-line PIC X(120).

WORKING-STORAGE SECTION.
01 ws-corr-status   PIC XX VALUE "00".
01 ws-sorted-status PIC XX VALUE "00".
01 ws-rpt-status    PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 no-more-corr VALUE "Y".

01 ws-work-ident PIC 9(3) VALUE 0.
01 ws-hit-count  PIC 9(5) VALUE 0.
01 ws-disposition-text PIC X(8) VALUE SPACES.
01 ws-money-display PIC $$,$$$,$$9.99-.
01 ws-report-text PIC X(120).

01 ws-return-code PIC 9(4) VALUE 0.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
01 ws-ops-program PIC X(10) VALUE "CORRINQ".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
DISPLAY "Enter customer ident: " WITH NO ADVANCING
ACCEPT ws-work-ident

OPEN OUTPUT CORRINQ-RPT

*> no history on file yet is an empty answer, not a failure
OPEN INPUT CORRESPONDENCE
IF ws-corr-status NOT = "00"
    DISPLAY "No correspondence history on file"
ELSE
    CLOSE CORRESPONDENCE
    SORT SORT-WORK-1 ON ASCENDING KEY sort-ident
        DESCENDING KEY sort-date sort-time
        USING CORRESPONDENCE
        GIVING CORR-SORTED

    OPEN INPUT CORR-SORTED
    PERFORM WITH TEST BEFORE UNTIL no-more-corr
        READ CORR-SORTED
            AT END SET no-more-corr TO TRUE
            NOT AT END
                IF cm-ident = ws-work-ident
                    PERFORM report-corr-line
                END-IF
                *> the ident's lines sit together on the sorted file
                IF cm-ident > ws-work-ident
                    SET no-more-corr TO TRUE
                END-IF
        END-READ
    END-PERFORM
    CLOSE CORR-SORTED
END-IF

MOVE SPACES TO ws-report-text
STRING "DOCUMENTS ON FILE FOR IDENT " ws-work-ident ": "
    ws-hit-count
    DELIMITED BY SIZE INTO ws-report-text
MOVE ws-report-text TO corrinq-line
WRITE corrinq-line
DISPLAY "Documents on file for ident " ws-work-ident ": "
    ws-hit-count

CLOSE CORRINQ-RPT

INITIALIZE ws-ops-counts
MOVE ws-hit-count TO ws-ops-read
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

STOP RUN.

report-corr-line.
    ADD 1 TO ws-hit-count
    EVALUATE TRUE
        WHEN cm-mailed     MOVE "MAILED" TO ws-disposition-text
        WHEN cm-held       MOVE "HELD" TO ws-disposition-text
        WHEN cm-released   MOVE "RELEASED" TO ws-disposition-text
        WHEN cm-no-address MOVE "NO ADDR" TO ws-disposition-text
        WHEN OTHER         MOVE SPACES TO ws-disposition-text
    END-EVALUATE
    MOVE cm-amount TO ws-money-display
    MOVE SPACES TO ws-report-text
    STRING cm-date " " cm-time " " cm-document " " cm-reference
        " " ws-money-display " " ws-disposition-text " "
        cm-program " " cm-street " " cm-city " " cm-state " "
        cm-postal
        DELIMITED BY SIZE INTO ws-report-text
    MOVE ws-report-text TO corrinq-line
    WRITE corrinq-line
    DISPLAY ws-report-text.
