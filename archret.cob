    SELECT CHECKREG-ARC ASSIGN TO "data/checkreg.arc"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-arc-status.
    SELECT CORRESP-ARC ASSIGN TO "data/corresp.arc"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-arc-status.
    SELECT CARDHIST-ARC ASSIGN TO "data/cardhist.arc"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-arc-status.
    SELECT PPSENT-ARC ASSIGN TO "data/ppsent.arc"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-arc-status.
    SELECT QUOTES-ARC ASSIGN TO "data/quotes.arc"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-arc-status.
    SELECT OPSLOG-ARC ASSIGN TO "data/opslog_archive.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-arc-status.
DATA DIVISION.
FILE SECTION.
FD PAYROLL-ARC.
01 payroll-arc-line PIC X(120).
FD VOTER-ARC.
01 voter-arc-line PIC X(90).
FD ERROR-ARC.
01 posted-arc-line PIC X(90).
FD CHECKREG-ARC.
01 checkreg-arc-line PIC X(90).
FD CORRESP-ARC.
01 corresp-arc-line PIC X(103).
FD CARDHIST-ARC.
01 cardhist-arc-line PIC X(54).
FD PPSENT-ARC.
01 ppsent-arc-line PIC X(15).
FD QUOTES-ARC.
01 quotes-arc-line PIC X(64).
FD OPSLOG-ARC.
01 opslog-arc-line PIC X(95).

FD PULL-OUT.
01 pull-line PIC X(120).

WORKING-STORAGE SECTION.
01 ws-arc-status  PIC XX VALUE "00".
*> positions retention.cob sweeps by (the ops-log archive's business
*> date sits after the 21-byte timestamp)
01 ws-date-start PIC 99 VALUE 1.
01 ws-work-line PIC X(120) VALUE SPACES.
01 ws-line-date-x PIC X(8) VALUE SPACES.
01 ws-line-date   PIC 9(8) VALUE 0.


PROCEDURE DIVISION.
DISPLAY "Archive to pull (PAYROLLLOG, VOTERROLL, ERRORLOG, "
    "ACCTPOST, CHECKREG, CORRESP, CARDHIST, PPSENT, QUOTES, "
    "OPSLOG): " WITH NO ADVANCING
ACCEPT ws-file-tag
DISPLAY "From date (YYYYMMDD): " WITH NO ADVANCING
ACCEPT ws-from-date
    WHEN "CHECKREG"
        MOVE 10 TO ws-date-start
        PERFORM pull-checkreg-arc
    WHEN "CORRESP"
        MOVE 4 TO ws-date-start
        PERFORM pull-corresp-arc
    WHEN "CARDHIST"
        MOVE 4 TO ws-date-start
        PERFORM pull-cardhist-arc
    WHEN "PPSENT"
        MOVE 8 TO ws-date-start
        PERFORM pull-ppsent-arc
    WHEN "QUOTES"
        MOVE 5 TO ws-date-start
        PERFORM pull-quotes-arc
    WHEN "OPSLOG"
        MOVE 22 TO ws-date-start
        PERFORM pull-opslog-arc
        CLOSE CHECKREG-ARC
    END-IF.

pull-corresp-arc.
    OPEN INPUT CORRESP-ARC
    IF ws-arc-status NOT = "00"
        DISPLAY "No correspondence archive on file"
    ELSE
        PERFORM WITH TEST BEFORE UNTIL no-more-arc
            READ CORRESP-ARC
                AT END SET no-more-arc TO TRUE
                NOT AT END
                    MOVE corresp-arc-line TO ws-work-line
                    PERFORM test-and-pull-line
            END-READ
        END-PERFORM
        CLOSE CORRESP-ARC
    END-IF.

pull-cardhist-arc.
    OPEN INPUT CARDHIST-ARC
    IF ws-arc-status NOT = "00"
        DISPLAY "No paid-timecard history archive on file"
    ELSE
        PERFORM WITH TEST BEFORE UNTIL no-more-arc
            READ CARDHIST-ARC
                AT END SET no-more-arc TO TRUE
                NOT AT END
                    MOVE cardhist-arc-line TO ws-work-line
                    PERFORM test-and-pull-line
            END-READ
        END-PERFORM
        CLOSE CARDHIST-ARC
    END-IF.

pull-ppsent-arc.
    OPEN INPUT PPSENT-ARC
    IF ws-arc-status NOT = "00"
        DISPLAY "No positive-pay sent archive on file"
    ELSE
        PERFORM WITH TEST BEFORE UNTIL no-more-arc
            READ PPSENT-ARC
                AT END SET no-more-arc TO TRUE
                NOT AT END
                    MOVE ppsent-arc-line TO ws-work-line
                    PERFORM test-and-pull-line
            END-READ
        END-PERFORM
        CLOSE PPSENT-ARC
    END-IF.

pull-quotes-arc.
    OPEN INPUT QUOTES-ARC
    IF ws-arc-status NOT = "00"
        DISPLAY "No payoff-quote archive on file"
    ELSE
        PERFORM WITH TEST BEFORE UNTIL no-more-arc
            READ QUOTES-ARC
                AT END SET no-more-arc TO TRUE
                NOT AT END
                    MOVE quotes-arc-line TO ws-work-line
                    PERFORM test-and-pull-line
            END-READ
        END-PERFORM
        CLOSE QUOTES-ARC
    END-IF.

pull-opslog-arc.
    OPEN INPUT OPSLOG-ARC
    IF ws-arc-status NOT = "00"
