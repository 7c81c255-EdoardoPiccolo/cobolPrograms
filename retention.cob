DATE-WRITTEN. August 22nd 2026

*> Retention sweep for the append-forever log files - payrollog,
*> voterroll, errorlog, the posted account history, the check
*> register, the correspondence history, the paid-timecard history,
*> the positive-pay sent file and the payoff quotes all grew without
*> bound (glextract re-read the entire payroll log every night,
*> re-posting history ever more slowly).
*> Driven by retention.ctl (one file tag + keep-days per line):
*> records dated before the business date less keep-days move to
*> that log's archive file, the live file is rewritten holding only
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-arc-status.

    SELECT CORRESPONDENCE ASSIGN TO "data/corresp.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.
    SELECT CORRESP-ARC ASSIGN TO "data/corresp.arc"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-arc-status.

    SELECT CARD-HIST ASSIGN TO "data/cardhist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.
    SELECT CARDHIST-ARC ASSIGN TO "data/cardhist.arc"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-arc-status.

    SELECT PP-SENT ASSIGN TO "data/ppsent.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.
    SELECT PPSENT-ARC ASSIGN TO "data/ppsent.arc"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-arc-status.

    SELECT QUOTES-FILE ASSIGN TO "data/quotes.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.
    SELECT QUOTES-ARC ASSIGN TO "data/quotes.arc"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-arc-status.

DATA DIVISION.
FILE SECTION.
FD RETAIN-CTL.
    02 ctl-keep-days PIC 9(4).

*> the kept records of whichever file is being swept, staged here
*> and copied back over the live file at the end of that sweep -
*> as wide as the widest line swept, the payroll log's
FD LIVE-LOG.
01 live-log-rec PIC X(120).

FD PAYROLL-LOG.
01 payroll-log-line PIC X(120).
FD PAYROLL-ARC.
01 payroll-arc-line PIC X(120).

FD VOTER-ROLL.
01 voter-roll-line PIC X(90).
FD CHECKREG-ARC.
01 checkreg-arc-line PIC X(90).

*> same layout as copybooks/CORRREC.cpy - the business date at 4
FD CORRESPONDENCE.
01 corresp-line PIC X(103).
FD CORRESP-ARC.
01 corresp-arc-line PIC X(103).

*> same layout as copybooks/CARDHIST.cpy - the pay week at 4
FD CARD-HIST.
01 card-hist-line PIC X(54).
FD CARDHIST-ARC.
01 cardhist-arc-line PIC X(54).

*> same layout as pospay.cob's sent file - the business date at 8
FD PP-SENT.
01 pp-sent-line PIC X(15).
FD PPSENT-ARC.
01 ppsent-arc-line PIC X(15).

*> same layout as copybooks/QUOTEREC.cpy - the quote date at 5, on
*> a paid-off line too, so a quote and its payoff age out together
FD QUOTES-FILE.
01 quotes-line PIC X(64).
FD QUOTES-ARC.
01 quotes-arc-line PIC X(64).

WORKING-STORAGE SECTION.
01 ws-ctl-status  PIC XX VALUE "00".
01 ws-live-status PIC XX VALUE "00".

*> where the record's date sits on the line, per file - set by each
*> file's sweep before the shared filter runs
01 ws-work-line PIC X(120) VALUE SPACES.
01 ws-date-start PIC 99 VALUE 1.
01 ws-line-date-x PIC X(8) VALUE SPACES.
01 ws-line-date   PIC 9(8) VALUE 0.
            MOVE 10 TO ws-date-start
            MOVE "RET-CHKREG" TO ws-file-tag-logged
            PERFORM sweep-check-register
        WHEN "CORRESP"
            MOVE 4 TO ws-date-start
            MOVE "RET-CORR" TO ws-file-tag-logged
            PERFORM sweep-correspondence
        WHEN "CARDHIST"
            MOVE 4 TO ws-date-start
            MOVE "RET-CARDH" TO ws-file-tag-logged
            PERFORM sweep-card-history
        WHEN "PPSENT"
            MOVE 8 TO ws-date-start
            MOVE "RET-PPSENT" TO ws-file-tag-logged
            PERFORM sweep-pospay-sent
        WHEN "QUOTES"
            MOVE 5 TO ws-date-start
            MOVE "RET-QUOTES" TO ws-file-tag-logged
            PERFORM sweep-payoff-quotes
        WHEN OTHER
            DISPLAY "RETENTION: unknown file tag " ctl-file-tag
                " on control file - skipped"
        PERFORM log-sweep-result
    END-IF.

sweep-correspondence.
    MOVE "N" TO ws-file-eof-flag
    OPEN INPUT CORRESPONDENCE
    IF ws-file-status NOT = "00"
        DISPLAY "RETENTION: corresp.dat not on file - skipped"
    ELSE
        OPEN EXTEND CORRESP-ARC
        IF ws-arc-status = "35"
            OPEN OUTPUT CORRESP-ARC
        END-IF
        OPEN OUTPUT LIVE-LOG
        PERFORM WITH TEST BEFORE UNTIL no-more-lines
            READ CORRESPONDENCE
                AT END SET no-more-lines TO TRUE
                NOT AT END
                    MOVE corresp-line TO ws-work-line
                    PERFORM test-line-expired
                    IF line-expired
                        ADD 1 TO ws-moved-count
                        MOVE ws-work-line TO corresp-arc-line
                        WRITE corresp-arc-line
                    ELSE
                        ADD 1 TO ws-kept-count
                        MOVE ws-work-line TO live-log-rec
                        WRITE live-log-rec
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CORRESPONDENCE
        CLOSE CORRESP-ARC
        CLOSE LIVE-LOG

        MOVE "N" TO ws-live-eof-flag
        OPEN INPUT LIVE-LOG
        OPEN OUTPUT CORRESPONDENCE
        PERFORM WITH TEST BEFORE UNTIL no-more-live
            READ LIVE-LOG
                AT END SET no-more-live TO TRUE
                NOT AT END
                    MOVE live-log-rec TO corresp-line
                    WRITE corresp-line
            END-READ
        END-PERFORM
        CLOSE LIVE-LOG
        CLOSE CORRESPONDENCE
        PERFORM log-sweep-result
    END-IF.

sweep-card-history.
    MOVE "N" TO ws-file-eof-flag
    OPEN INPUT CARD-HIST
    IF ws-file-status NOT = "00"
        DISPLAY "RETENTION: cardhist.dat not on file - skipped"
    ELSE
        OPEN EXTEND CARDHIST-ARC
        IF ws-arc-status = "35"
            OPEN OUTPUT CARDHIST-ARC
        END-IF
        OPEN OUTPUT LIVE-LOG
        PERFORM WITH TEST BEFORE UNTIL no-more-lines
            READ CARD-HIST
                AT END SET no-more-lines TO TRUE
                NOT AT END
                    MOVE card-hist-line TO ws-work-line
                    PERFORM test-line-expired
                    IF line-expired
                        ADD 1 TO ws-moved-count
                        MOVE ws-work-line TO cardhist-arc-line
                        WRITE cardhist-arc-line
                    ELSE
                        ADD 1 TO ws-kept-count
                        MOVE ws-work-line TO live-log-rec
                        WRITE live-log-rec
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CARD-HIST
        CLOSE CARDHIST-ARC
        CLOSE LIVE-LOG

        MOVE "N" TO ws-live-eof-flag
        OPEN INPUT LIVE-LOG
        OPEN OUTPUT CARD-HIST
        PERFORM WITH TEST BEFORE UNTIL no-more-live
            READ LIVE-LOG
                AT END SET no-more-live TO TRUE
                NOT AT END
                    MOVE live-log-rec TO card-hist-line
                    WRITE card-hist-line
            END-READ
        END-PERFORM
        CLOSE LIVE-LOG
        CLOSE CARD-HIST
        PERFORM log-sweep-result
    END-IF.

sweep-pospay-sent.
    MOVE "N" TO ws-file-eof-flag
    OPEN INPUT PP-SENT
    IF ws-file-status NOT = "00"
        DISPLAY "RETENTION: ppsent.dat not on file - skipped"
    ELSE
        OPEN EXTEND PPSENT-ARC
        IF ws-arc-status = "35"
            OPEN OUTPUT PPSENT-ARC
        END-IF
        OPEN OUTPUT LIVE-LOG
        PERFORM WITH TEST BEFORE UNTIL no-more-lines
            READ PP-SENT
                AT END SET no-more-lines TO TRUE
                NOT AT END
                    MOVE pp-sent-line TO ws-work-line
                    PERFORM test-line-expired
                    IF line-expired
                        ADD 1 TO ws-moved-count
                        MOVE ws-work-line TO ppsent-arc-line
                        WRITE ppsent-arc-line
                    ELSE
                        ADD 1 TO ws-kept-count
                        MOVE ws-work-line TO live-log-rec
                        WRITE live-log-rec
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PP-SENT
        CLOSE PPSENT-ARC
        CLOSE LIVE-LOG

        MOVE "N" TO ws-live-eof-flag
        OPEN INPUT LIVE-LOG
        OPEN OUTPUT PP-SENT
        PERFORM WITH TEST BEFORE UNTIL no-more-live
            READ LIVE-LOG
                AT END SET no-more-live TO TRUE
                NOT AT END
                    MOVE live-log-rec TO pp-sent-line
                    WRITE pp-sent-line
            END-READ
        END-PERFORM
        CLOSE LIVE-LOG
        CLOSE PP-SENT
        PERFORM log-sweep-result
    END-IF.

sweep-payoff-quotes.
    MOVE "N" TO ws-file-eof-flag
    OPEN INPUT QUOTES-FILE
    IF ws-file-status NOT = "00"
        DISPLAY "RETENTION: quotes.dat not on file - skipped"
    ELSE
        OPEN EXTEND QUOTES-ARC
        IF ws-arc-status = "35"
            OPEN OUTPUT QUOTES-ARC
        END-IF
        OPEN OUTPUT LIVE-LOG
        PERFORM WITH TEST BEFORE UNTIL no-more-lines
            READ QUOTES-FILE
                AT END SET no-more-lines TO TRUE
                NOT AT END
                    MOVE quotes-line TO ws-work-line
                    PERFORM test-line-expired
                    IF line-expired
                        ADD 1 TO ws-moved-count
                        MOVE ws-work-line TO quotes-arc-line
                        WRITE quotes-arc-line
                    ELSE
                        ADD 1 TO ws-kept-count
                        MOVE ws-work-line TO live-log-rec
                        WRITE live-log-rec
                    END-IF
            END-READ
        END-PERFORM
        CLOSE QUOTES-FILE
        CLOSE QUOTES-ARC
        CLOSE LIVE-LOG

        MOVE "N" TO ws-live-eof-flag
        OPEN INPUT LIVE-LOG
        OPEN OUTPUT QUOTES-FILE
        PERFORM WITH TEST BEFORE UNTIL no-more-live
            READ LIVE-LOG
                AT END SET no-more-live TO TRUE
                NOT AT END
                    MOVE live-log-rec TO quotes-line
                    WRITE quotes-line
            END-READ
        END-PERFORM
        CLOSE LIVE-LOG
        CLOSE QUOTES-FILE
        PERFORM log-sweep-result
    END-IF.

*> first call of the run: already complete for this business
*> date means the whole step skips - that is how a restarted
*> dailyrun resumes at the first incomplete step
