       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTASOF.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Point-in-time reconstruction of CUSTOMER-MASTER - when an auditor
*> or the lawyers ask what the whole customer master said on a given
*> date. AUDINQ answers that for one ident; this rebuilds every
*> record. It starts from the latest MASTBKUP unload taken on or
*> before the as-of date (the generations on the backup history,
*> custmast.bkh) and rolls the CUSTAUDIT before/after images forward
*> from the moment of that unload through the end of the as-of day:
*> a WRITE adds the after image, a REWRITE replaces the record with
*> it, a DELETE removes the record.
*>
*> The result goes to data/custasof.dat in the CUSTREC layout, in
*> ident order - a separate file that is evidence, never a master:
*> nothing opens it for update and MASTBKUP never reloads from it.
*> The report (data/custasofrpt.dat) names the backup generation
*> used and counts the adds, changes and deletes applied.
*>
*> A hole in the evidence is flagged on the report and forces RC=8,
*> never skipped quietly:
*>   - no backup on or before the date (nothing is reconstructed)
*>   - the chosen backup truncated, or failing its count/hash trailer
*>   - no audit trail on file, or a trail that begins after the
*>     unload (its older records purged)
*>   - a change that does not fit the record as rebuilt so far - an
*>     add of an ident already there, a change or delete of one that
*>     isn't, a before image that differs from the rebuilt record -
*>     meaning trail records are missing between the two; the trail's
*>     image is still applied, it is the best evidence on file
*>
*> Not a nightly step - run on demand, like AUDINQ. The dates the
*> trail carries are its own timestamps, so the as-of date is a
*> calendar date and cannot be later than today.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUST-BKP-HIST ASSIGN TO "data/custmast.bkh"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-hist-status.

    SELECT CUST-AUDIT ASSIGN TO "data/custaudit.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-audit-status.

    SELECT CUST-ASOF ASSIGN TO "data/custasof.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-asof-status.

    SELECT ASOF-RPT ASSIGN TO "data/custasofrpt.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-rpt-status.

DATA DIVISION.
FILE SECTION.
*> same H/D/T lines mastbkup.cob unloads - the H header carries the
*> business date then the unload's own timestamp (YYYYMMDDHHMMSS)
FD CUST-BKP-HIST.
01 cust-hist-rec.
    02 ch-type PIC X.
    02 ch-data PIC X(35).

*> same fixed layout custaudit.cob writes
FD CUST-AUDIT.
01 cust-audit-rec.
    02 ca-timestamp PIC X(21).
    02 ca-operator  PIC X(8).
    02 ca-program   PIC X(10).
    02 ca-action    PIC X(7).
    02 ca-before    PIC X(35).
    02 ca-after     PIC X(35).

FD CUST-ASOF.
    COPY CUSTREC.

FD ASOF-RPT.
01 asof-rpt-line PIC X(100).

WORKING-STORAGE SECTION.
01 ws-hist-status  PIC XX VALUE "00".
01 ws-audit-status PIC XX VALUE "00".
01 ws-asof-status  PIC XX VALUE "00".
01 ws-rpt-status   PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 no-more-records VALUE "Y".

01 ws-asof-date PIC 9(8) VALUE 0.
01 ws-today     PIC 9(8) VALUE 0.
01 ws-timestamp PIC X(21).

*> the backup generation chosen - the last whose unload date is on
*> or before the as-of date
01 ws-gen-count     PIC 9(5) VALUE 0.
01 ws-chosen-gen    PIC 9(5) VALUE 0.
01 ws-chosen-bus-date PIC X(8) VALUE SPACES.
01 ws-chosen-stamp  PIC X(14) VALUE SPACES.
01 ws-header-stamp  PIC X(14) VALUE SPACES.
01 ws-in-chosen-flag PIC X VALUE "N".
    88 in-chosen-gen VALUE "Y".
01 ws-trailer-found-flag PIC X VALUE "N".
    88 trailer-found VALUE "Y".
01 ws-trailer.
    02 ws-trl-count PIC 9(7).
    02 ws-trl-hash  PIC 9(13).
01 ws-loaded-count PIC 9(7) VALUE 0.
01 ws-key-hash     PIC 9(13) VALUE 0.

*> the master as rebuilt so far, one slot per possible ident
*> (ident 000 sits in slot 1)
01 ws-cust-table.
    02 ws-cust-slot OCCURS 1000 TIMES INDEXED BY ws-cust-idx.
        03 ws-slot-flag  PIC X.
            88 slot-present VALUE "Y".
        03 ws-slot-image PIC X(35).
01 ws-slot-no PIC 9(4) VALUE 0.

*> the trail, as rolled forward
01 ws-audit-stamp  PIC X(14) VALUE SPACES.
01 ws-first-stamp  PIC X(14) VALUE SPACES.
01 ws-audit-ident-x PIC X(3) VALUE SPACES.
01 ws-audit-ident  PIC 9(3) VALUE 0.
01 ws-audit-read   PIC 9(7) VALUE 0.
01 ws-add-count    PIC 9(7) VALUE 0.
01 ws-change-count PIC 9(7) VALUE 0.
01 ws-delete-count PIC 9(7) VALUE 0.
01 ws-gap-count    PIC 9(7) VALUE 0.
01 ws-written-count PIC 9(7) VALUE 0.
01 ws-gap-text PIC X(60) VALUE SPACES.
01 ws-report-text PIC X(100).

01 ws-return-code PIC 9(4) VALUE 0.

*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
01 ws-ops-program PIC X(10) VALUE "CUSTASOF".
COPY OPSCOUNTS.
PROCEDURE DIVISION.
MOVE FUNCTION CURRENT-DATE TO ws-timestamp
MOVE ws-timestamp(1:8) TO ws-today

DISPLAY "Reconstruct CUSTOMER-MASTER as of (YYYYMMDD): "
    WITH NO ADVANCING
ACCEPT ws-asof-date
IF ws-asof-date = 0 OR ws-asof-date > ws-today
    DISPLAY "As-of date must be a date no later than today - "
        "nothing reconstructed"
    MOVE 8 TO ws-return-code
    PERFORM log-and-stop
END-IF

OPEN OUTPUT ASOF-RPT
IF ws-rpt-status NOT = "00"
    MOVE "ASOF-RPT" TO ws-io-file
    MOVE "OPEN-OUT" TO ws-io-op
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-rpt-status
    STOP RUN
END-IF
MOVE SPACES TO ws-report-text
STRING "CUSTOMER-MASTER RECONSTRUCTED AS OF " ws-asof-date
    DELIMITED BY SIZE INTO ws-report-text
PERFORM write-report-line

MOVE SPACES TO ws-cust-table
PERFORM find-backup-generation
IF ws-chosen-gen = 0
    MOVE "NO BACKUP ON OR BEFORE THE AS-OF DATE - NOTHING REBUILT"
        TO ws-gap-text
    PERFORM flag-gap
ELSE
    MOVE SPACES TO ws-report-text
    STRING "STARTED FROM BACKUP OF BUSINESS DATE " ws-chosen-bus-date
        " UNLOADED " ws-chosen-stamp
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line
    PERFORM load-backup-generation
    PERFORM roll-audit-trail
END-IF
*> written even when nothing could be rebuilt - an earlier run's
*> reconstruction must not be left lying there as if it were this one
PERFORM write-reconstruction

PERFORM report-totals
CLOSE ASOF-RPT
PERFORM log-and-stop.

*> first pass over the history: which generation to start from
find-backup-generation.
    MOVE "N" TO ws-eof-flag
    OPEN INPUT CUST-BKP-HIST
    IF ws-hist-status NOT = "00"
        MOVE "NO BACKUP HISTORY ON FILE (custmast.bkh)" TO ws-gap-text
        PERFORM flag-gap
    ELSE
        PERFORM WITH TEST BEFORE UNTIL no-more-records
            READ CUST-BKP-HIST
                AT END SET no-more-records TO TRUE
                NOT AT END
                    IF ch-type = "H"
                        ADD 1 TO ws-gen-count
                        MOVE ch-data(9:14) TO ws-header-stamp
                        IF ws-header-stamp(1:8) <= ws-asof-date
                            MOVE ws-gen-count TO ws-chosen-gen
                            MOVE ch-data(1:8) TO ws-chosen-bus-date
                            MOVE ws-header-stamp TO ws-chosen-stamp
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CUST-BKP-HIST
    END-IF.

*> second pass: the chosen generation's records into the table, proved
*> against its trailer the way a MASTBKUP reload is
load-backup-generation.
    MOVE 0 TO ws-gen-count
    MOVE "N" TO ws-eof-flag
    OPEN INPUT CUST-BKP-HIST
    PERFORM WITH TEST BEFORE UNTIL no-more-records
        READ CUST-BKP-HIST
            AT END SET no-more-records TO TRUE
            NOT AT END
                EVALUATE ch-type
                    WHEN "H"
                        ADD 1 TO ws-gen-count
                        IF in-chosen-gen
                            *> the next generation began with no
                            *> trailer in between
                            SET no-more-records TO TRUE
                        END-IF
                        IF ws-gen-count = ws-chosen-gen
                            MOVE "Y" TO ws-in-chosen-flag
                        END-IF
                    WHEN "D"
                        IF in-chosen-gen
                            PERFORM load-backup-record
                        END-IF
                    WHEN "T"
                        IF in-chosen-gen
                            MOVE ch-data(1:20) TO ws-trailer
                            SET trailer-found TO TRUE
                            SET no-more-records TO TRUE
                        END-IF
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE CUST-BKP-HIST

    EVALUATE TRUE
        WHEN NOT trailer-found
            MOVE "BACKUP HAS NO TRAILER - TRUNCATED" TO ws-gap-text
            PERFORM flag-gap
        WHEN ws-loaded-count NOT = ws-trl-count
                OR ws-key-hash NOT = ws-trl-hash
            MOVE "BACKUP DOES NOT PROVE AGAINST ITS TRAILER"
                TO ws-gap-text
            PERFORM flag-gap
    END-EVALUATE
    MOVE SPACES TO ws-report-text
    STRING "RECORDS ON THE BACKUP  " ws-loaded-count
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line.

load-backup-record.
    MOVE ch-data TO customer
    ADD 1 TO ws-loaded-count
    ADD ident TO ws-key-hash
        ON SIZE ERROR CONTINUE
    END-ADD
    COMPUTE ws-slot-no = ident + 1
    MOVE "Y" TO ws-slot-flag(ws-slot-no)
    MOVE ch-data TO ws-slot-image(ws-slot-no).

*> the trail is in time order: everything after the unload through
*> the end of the as-of day is applied, the rest is left alone
roll-audit-trail.
    MOVE "N" TO ws-eof-flag
    OPEN INPUT CUST-AUDIT
    IF ws-audit-status NOT = "00"
        MOVE "NO AUDIT TRAIL ON FILE - NO CHANGES COULD BE APPLIED"
            TO ws-gap-text
        PERFORM flag-gap
    ELSE
        PERFORM WITH TEST BEFORE UNTIL no-more-records
            READ CUST-AUDIT
                AT END SET no-more-records TO TRUE
                NOT AT END
                    ADD 1 TO ws-audit-read
                    MOVE ca-timestamp(1:14) TO ws-audit-stamp
                    IF ws-audit-read = 1
                        MOVE ws-audit-stamp TO ws-first-stamp
                    END-IF
                    EVALUATE TRUE
                        WHEN ws-audit-stamp(1:8) > ws-asof-date
                            SET no-more-records TO TRUE
                        WHEN ws-audit-stamp > ws-chosen-stamp
                            PERFORM apply-audit-record
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE CUST-AUDIT
        IF ws-audit-read = 0 OR ws-first-stamp > ws-chosen-stamp
            MOVE "AUDIT TRAIL BEGINS AFTER THE BACKUP - OLDER CHANGES "
                TO ws-gap-text
            PERFORM flag-gap
            MOVE "  MAY HAVE BEEN PURGED" TO ws-report-text
            PERFORM write-report-line
        END-IF
    END-IF.

*> an add has the ident only in its after image, a delete only in
*> its before image
apply-audit-record.
    IF ca-action = "DELETE"
        MOVE ca-before(1:3) TO ws-audit-ident-x
    ELSE
        MOVE ca-after(1:3) TO ws-audit-ident-x
    END-IF
    IF ws-audit-ident-x IS NOT NUMERIC
        MOVE SPACES TO ws-gap-text
        STRING "AUDIT RECORD " ca-timestamp(1:14) " HAS NO IDENT"
            DELIMITED BY SIZE INTO ws-gap-text
        PERFORM flag-gap
    ELSE
        MOVE ws-audit-ident-x TO ws-audit-ident
        COMPUTE ws-slot-no = ws-audit-ident + 1
        EVALUATE ca-action
            WHEN "WRITE"
                ADD 1 TO ws-add-count
                IF slot-present(ws-slot-no)
                    MOVE SPACES TO ws-gap-text
                    STRING "ADD OF IDENT " ws-audit-ident-x
                        " ALREADY ON FILE AT " ca-timestamp(1:14)
                        DELIMITED BY SIZE INTO ws-gap-text
                    PERFORM flag-gap
                END-IF
                MOVE "Y" TO ws-slot-flag(ws-slot-no)
                MOVE ca-after TO ws-slot-image(ws-slot-no)
            WHEN "REWRITE"
                ADD 1 TO ws-change-count
                PERFORM check-before-image
                MOVE "Y" TO ws-slot-flag(ws-slot-no)
                MOVE ca-after TO ws-slot-image(ws-slot-no)
            WHEN "DELETE"
                ADD 1 TO ws-delete-count
                PERFORM check-before-image
                MOVE SPACE TO ws-slot-flag(ws-slot-no)
                MOVE SPACES TO ws-slot-image(ws-slot-no)
            WHEN OTHER
                MOVE SPACES TO ws-gap-text
                STRING "UNKNOWN ACTION " ca-action " AT "
                    ca-timestamp(1:14)
                    DELIMITED BY SIZE INTO ws-gap-text
                PERFORM flag-gap
        END-EVALUATE
    END-IF.

*> the trail's before image must be the record as rebuilt so far -
*> anything else means changes are missing from the trail
check-before-image.
    EVALUATE TRUE
        WHEN NOT slot-present(ws-slot-no)
            MOVE SPACES TO ws-gap-text
            STRING ca-action " OF IDENT " ws-audit-ident-x
                " NOT ON FILE AT " ca-timestamp(1:14)
                DELIMITED BY SIZE INTO ws-gap-text
            PERFORM flag-gap
        WHEN ws-slot-image(ws-slot-no) NOT = ca-before
            MOVE SPACES TO ws-gap-text
            STRING ca-action " OF IDENT " ws-audit-ident-x
                " BEFORE IMAGE DIFFERS AT " ca-timestamp(1:14)
                DELIMITED BY SIZE INTO ws-gap-text
            PERFORM flag-gap
    END-EVALUATE.

write-reconstruction.
    OPEN OUTPUT CUST-ASOF
    IF ws-asof-status NOT = "00"
        MOVE "CUST-ASOF" TO ws-io-file
        MOVE "OPEN-OUT" TO ws-io-op
        CALL "IOERROR" USING ws-ops-program ws-io-file
            ws-io-op ws-asof-status
        STOP RUN
    END-IF
    PERFORM VARYING ws-cust-idx FROM 1 BY 1 UNTIL ws-cust-idx > 1000
        IF slot-present(ws-cust-idx)
            MOVE ws-slot-image(ws-cust-idx) TO customer
            WRITE customer
            ADD 1 TO ws-written-count
        END-IF
    END-PERFORM
    CLOSE CUST-ASOF.

report-totals.
    MOVE SPACES TO ws-report-text
    STRING "ADDS APPLIED           " ws-add-count
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line
    MOVE SPACES TO ws-report-text
    STRING "CHANGES APPLIED        " ws-change-count
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line
    MOVE SPACES TO ws-report-text
    STRING "DELETES APPLIED        " ws-delete-count
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line
    MOVE SPACES TO ws-report-text
    STRING "RECORDS RECONSTRUCTED  " ws-written-count
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line
    MOVE SPACES TO ws-report-text
    STRING "GAPS IN THE EVIDENCE   " ws-gap-count
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line
    DISPLAY "CUSTASOF: as of " ws-asof-date " - " ws-written-count
        " record(s), " ws-add-count " add(s), " ws-change-count
        " change(s), " ws-delete-count " delete(s), " ws-gap-count
        " gap(s)".

*> every gap goes on the report and the console and fails the run
flag-gap.
    ADD 1 TO ws-gap-count
    MOVE 8 TO ws-return-code
    MOVE SPACES TO ws-report-text
    STRING "*** GAP: " ws-gap-text
        DELIMITED BY SIZE INTO ws-report-text
    PERFORM write-report-line
    DISPLAY "CUSTASOF: " ws-gap-text.

write-report-line.
    MOVE ws-report-text TO asof-rpt-line
    WRITE asof-rpt-line.

log-and-stop.
    INITIALIZE ws-ops-counts
    MOVE ws-audit-read TO ws-ops-read
    MOVE ws-written-count TO ws-ops-written
    MOVE ws-gap-count TO ws-ops-rejected
    CALL "OPSLOG" USING ws-ops-program ws-ops-counts
        ws-return-code
    IF ws-return-code NOT = 0
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.
