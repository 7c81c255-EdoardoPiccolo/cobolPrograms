       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MASTCONV.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Record-layout conversion for the indexed masters whose records
*> grew - ADDR-MASTER (returned-mail fields, 62 -> 79 bytes),
*> ACCT-MASTER (account status and overdraft limit, 32 -> 42),
*> PAYROLL-YTD (per-state detail and employer match, 52 -> 121),
*> ELECT-MASTER (work state, 13 -> 15) and VOTER-REG (precinct,
*> 12 -> 18). A master written in the old layout will not open
*> under the new one (status 39), and INITMAST only ever creates a
*> master that is missing, so each one is converted here by the
*> MASTBKUP unload/reload method:
*>
*>   probe 35   not on file - nothing to convert (INITMAST's job)
*>   probe 00   already in the new layout - left alone
*>   probe 39   old layout - every record is unloaded, in key
*>              sequence, to the master's data/<name>_conv.tmp,
*>              the master is rebuilt in the new layout and each
*>              record reloaded with its new fields at their empty
*>              values (spaces, zeros) - exactly how the programs
*>              already read a record from before the fields
*>
*> The unload file is emptied only once its reload is complete, so
*> a conversion interrupted part way is finished by the next run:
*> a master that opens in the new layout while its unload file
*> still holds records is reloaded again from it. Run from
*> dailyrun.jcl ahead of every step that opens these masters; once
*> they are converted the step changes nothing, and a master put
*> back from a pre-conversion copy is simply converted again.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> each master twice - as it is laid out now, and as it was
    SELECT ADDR-MASTER ASSIGN TO "data/addrmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ad-ident
        FILE STATUS IS ws-file-status.
    SELECT OLD-ADDR-MASTER ASSIGN TO "data/addrmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS old-ad-ident
        FILE STATUS IS ws-old-status.
    SELECT ADDR-UNLOAD ASSIGN TO "data/addrmast_conv.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-unload-status.

    SELECT ACCT-MASTER ASSIGN TO "data/acctmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ab-ident
        FILE STATUS IS ws-file-status.
    SELECT OLD-ACCT-MASTER ASSIGN TO "data/acctmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS old-ab-ident
        FILE STATUS IS ws-old-status.
    SELECT ACCT-UNLOAD ASSIGN TO "data/acctmast_conv.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-unload-status.

    SELECT PAYROLL-YTD ASSIGN TO "data/payrollytd.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ytd-ident
        FILE STATUS IS ws-file-status.
    SELECT OLD-PAYROLL-YTD ASSIGN TO "data/payrollytd.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS old-ytd-ident
        FILE STATUS IS ws-old-status.
    SELECT YTD-UNLOAD ASSIGN TO "data/payrollytd_conv.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-unload-status.

    SELECT ELECT-MASTER ASSIGN TO "data/elections.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS el-ident
        FILE STATUS IS ws-file-status.
    SELECT OLD-ELECT-MASTER ASSIGN TO "data/elections.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS old-el-ident
        FILE STATUS IS ws-old-status.
    SELECT ELECT-UNLOAD ASSIGN TO "data/elections_conv.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-unload-status.

    SELECT VOTER-REG ASSIGN TO "data/voterreg.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS vreg-ident
        FILE STATUS IS ws-file-status.
    SELECT OLD-VOTER-REG ASSIGN TO "data/voterreg.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS old-vreg-ident
        FILE STATUS IS ws-old-status.
    SELECT VOTER-UNLOAD ASSIGN TO "data/voterreg_conv.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-unload-status.

DATA DIVISION.
FILE SECTION.
FD ADDR-MASTER.
COPY ADDRREC.
*> the address record before the returned-mail fields
FD OLD-ADDR-MASTER.
01 old-addr-record.
    02 old-ad-ident PIC 9(3).
    02 FILLER       PIC X(59).
FD ADDR-UNLOAD.
01 addr-unload-rec PIC X(62).

FD ACCT-MASTER.
COPY ACCTREC.
*> the account record before the status and overdraft limit
FD OLD-ACCT-MASTER.
01 old-acct-rec.
    02 old-ab-ident PIC 9(3).
    02 FILLER       PIC X(29).
FD ACCT-UNLOAD.
01 acct-unload-rec PIC X(32).

FD PAYROLL-YTD.
COPY PAYROLLYTD.
*> the year-to-date record before the state detail and the match
FD OLD-PAYROLL-YTD.
01 old-ytd-record.
    02 old-ytd-ident PIC 9(3).
    02 FILLER        PIC X(49).
FD YTD-UNLOAD.
01 ytd-unload-rec PIC X(52).

FD ELECT-MASTER.
COPY ELECTREC.
*> the election record before the work state
FD OLD-ELECT-MASTER.
01 old-elect-record.
    02 old-el-ident PIC 9(3).
    02 FILLER       PIC X(10).
FD ELECT-UNLOAD.
01 elect-unload-rec PIC X(13).

FD VOTER-REG.
COPY VOTERREG.
*> the registration record before the precinct
FD OLD-VOTER-REG.
01 old-voter-reg-rec.
    02 old-vreg-ident PIC 9(3).
    02 FILLER         PIC X(9).
FD VOTER-UNLOAD.
01 voter-unload-rec PIC X(12).

WORKING-STORAGE SECTION.
01 ws-file-status   PIC XX VALUE "00".
01 ws-old-status    PIC XX VALUE "00".
01 ws-unload-status PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 no-more-records VALUE "Y".

01 ws-work-name PIC X(12) VALUE SPACES.

*> what the probe of the master being worked decided
01 ws-conv-flag PIC X VALUE "N".
    88 conv-unload VALUE "U".
    88 conv-reload VALUE "R".
    88 conv-none   VALUE "N".
01 ws-conv-ok-flag PIC X VALUE "Y".
    88 conv-ok VALUE "Y".

01 ws-unloaded-count  PIC 9(7) VALUE 0.
01 ws-reloaded-count  PIC 9(7) VALUE 0.
01 ws-converted-count PIC 9(3) VALUE 0.
01 ws-current-count   PIC 9(3) VALUE 0.
01 ws-total-records   PIC 9(7) VALUE 0.

01 ws-return-code PIC 9(4) VALUE 0.

*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
01 ws-ops-program PIC X(10) VALUE "MASTCONV".
COPY OPSCOUNTS.

PROCEDURE DIVISION.
PERFORM convert-address
PERFORM convert-account
PERFORM convert-payroll-ytd
PERFORM convert-elections
PERFORM convert-voter-reg

DISPLAY "MASTCONV: converted " ws-converted-count " master(s), "
    ws-total-records " record(s); " ws-current-count
    " already in the current layout"

INITIALIZE ws-ops-counts
MOVE ws-total-records TO ws-ops-read
MOVE ws-total-records TO ws-ops-written
CALL "OPSLOG" USING ws-ops-program ws-ops-counts
    ws-return-code

IF ws-return-code NOT = 0
    MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> ------------------------------------------------------------------
*> the probe result for the master just opened INPUT in its new
*> layout - the caller closes it on 00 and checks its unload file
*> ------------------------------------------------------------------
note-probe-result.
    MOVE "N" TO ws-conv-flag
    MOVE "Y" TO ws-conv-ok-flag
    MOVE 0 TO ws-unloaded-count
    MOVE 0 TO ws-reloaded-count
    EVALUATE ws-file-status
        WHEN "00"
            CONTINUE
        WHEN "35"
            DISPLAY "MASTCONV: " ws-work-name
                " not on file - nothing to convert"
        WHEN "39"
            SET conv-unload TO TRUE
            DISPLAY "MASTCONV: " ws-work-name
                " is in the old record layout - converting"
        WHEN OTHER
            MOVE ws-work-name TO ws-io-file
            MOVE "OPEN-IN" TO ws-io-op
            CALL "IOERROR" USING ws-ops-program ws-io-file
                ws-io-op ws-file-status
            MOVE 8 TO ws-return-code
    END-EVALUATE.

*> a master already in the new layout whose unload file still holds
*> records was part way through its reload - finish it
note-unload-leftover.
    IF ws-unload-status = "00"
        SET conv-reload TO TRUE
        DISPLAY "MASTCONV: " ws-work-name
            " reload was interrupted - reloading again"
    ELSE
        ADD 1 TO ws-current-count
    END-IF.

note-io-failure.
    MOVE ws-work-name TO ws-io-file
    CALL "IOERROR" USING ws-ops-program ws-io-file
        ws-io-op ws-file-status
    MOVE "N" TO ws-conv-ok-flag
    MOVE 8 TO ws-return-code.

*> the reload is proven against the unload count before the unload
*> file is emptied - a short reload keeps it for the next run
note-converted.
    IF conv-unload AND ws-reloaded-count NOT = ws-unloaded-count
        DISPLAY "MASTCONV: " ws-work-name " unloaded "
            ws-unloaded-count " but reloaded " ws-reloaded-count
        MOVE "N" TO ws-conv-ok-flag
        MOVE 8 TO ws-return-code
    END-IF
    IF conv-ok
        ADD 1 TO ws-converted-count
        ADD ws-reloaded-count TO ws-total-records
        DISPLAY "MASTCONV: " ws-work-name " converted, "
            ws-reloaded-count " record(s)"
    END-IF.

*> ------------------------------------------------------------------
*> one paragraph set per master - probe, unload in the old layout,
*> rebuild and reload in the new. Nothing is rebuilt unless the
*> unload went through whole.
*> ------------------------------------------------------------------
convert-address.
    MOVE "ADDR-MASTER" TO ws-work-name
    OPEN INPUT ADDR-MASTER
    PERFORM note-probe-result
    IF ws-file-status = "00"
        CLOSE ADDR-MASTER
        OPEN INPUT ADDR-UNLOAD
        IF ws-unload-status = "00"
            READ ADDR-UNLOAD
                AT END MOVE "10" TO ws-unload-status
            END-READ
            CLOSE ADDR-UNLOAD
        END-IF
        PERFORM note-unload-leftover
    END-IF
    IF conv-unload
        PERFORM unload-address
    END-IF
    IF NOT conv-none AND conv-ok
        PERFORM reload-address
        PERFORM note-converted
    END-IF
    IF NOT conv-none AND conv-ok
        OPEN OUTPUT ADDR-UNLOAD
        CLOSE ADDR-UNLOAD
    END-IF.

unload-address.
    MOVE "N" TO ws-eof-flag
    OPEN INPUT OLD-ADDR-MASTER
    IF ws-old-status NOT = "00"
        MOVE ws-old-status TO ws-file-status
        MOVE "OPEN-OLD" TO ws-io-op
        PERFORM note-io-failure
    ELSE
        OPEN OUTPUT ADDR-UNLOAD
        IF ws-unload-status NOT = "00"
            MOVE ws-unload-status TO ws-file-status
            MOVE "OPEN-OUT" TO ws-io-op
            PERFORM note-io-failure
            SET no-more-records TO TRUE
        END-IF
        PERFORM WITH TEST BEFORE UNTIL no-more-records
            READ OLD-ADDR-MASTER NEXT RECORD
                AT END SET no-more-records TO TRUE
                NOT AT END
                    MOVE old-addr-record TO addr-unload-rec
                    WRITE addr-unload-rec
                    ADD 1 TO ws-unloaded-count
            END-READ
        END-PERFORM
        CLOSE ADDR-UNLOAD
        CLOSE OLD-ADDR-MASTER
    END-IF.

reload-address.
    MOVE "N" TO ws-eof-flag
    OPEN OUTPUT ADDR-MASTER
    IF ws-file-status NOT = "00"
        MOVE "OPEN-OUT" TO ws-io-op
        PERFORM note-io-failure
    ELSE
        OPEN INPUT ADDR-UNLOAD
        PERFORM WITH TEST BEFORE UNTIL no-more-records
            READ ADDR-UNLOAD
                AT END SET no-more-records TO TRUE
                NOT AT END
                    INITIALIZE addr-record
                    MOVE addr-unload-rec TO addr-record(1:62)
                    WRITE addr-record
                        INVALID KEY
                            MOVE "WRITE" TO ws-io-op
                            PERFORM note-io-failure
                        NOT INVALID KEY
                            ADD 1 TO ws-reloaded-count
                    END-WRITE
            END-READ
        END-PERFORM
        CLOSE ADDR-UNLOAD
        CLOSE ADDR-MASTER
    END-IF.

convert-account.
    MOVE "ACCT-MASTER" TO ws-work-name
    OPEN INPUT ACCT-MASTER
    PERFORM note-probe-result
    IF ws-file-status = "00"
        CLOSE ACCT-MASTER
        OPEN INPUT ACCT-UNLOAD
        IF ws-unload-status = "00"
            READ ACCT-UNLOAD
                AT END MOVE "10" TO ws-unload-status
            END-READ
            CLOSE ACCT-UNLOAD
        END-IF
        PERFORM note-unload-leftover
    END-IF
    IF conv-unload
        PERFORM unload-account
    END-IF
    IF NOT conv-none AND conv-ok
        PERFORM reload-account
        PERFORM note-converted
    END-IF
    IF NOT conv-none AND conv-ok
        OPEN OUTPUT ACCT-UNLOAD
        CLOSE ACCT-UNLOAD
    END-IF.

unload-account.
    MOVE "N" TO ws-eof-flag
    OPEN INPUT OLD-ACCT-MASTER
    IF ws-old-status NOT = "00"
        MOVE ws-old-status TO ws-file-status
        MOVE "OPEN-OLD" TO ws-io-op
        PERFORM note-io-failure
    ELSE
        OPEN OUTPUT ACCT-UNLOAD
        IF ws-unload-status NOT = "00"
            MOVE ws-unload-status TO ws-file-status
            MOVE "OPEN-OUT" TO ws-io-op
            PERFORM note-io-failure
            SET no-more-records TO TRUE
        END-IF
        PERFORM WITH TEST BEFORE UNTIL no-more-records
            READ OLD-ACCT-MASTER NEXT RECORD
                AT END SET no-more-records TO TRUE
                NOT AT END
                    MOVE old-acct-rec TO acct-unload-rec
                    WRITE acct-unload-rec
                    ADD 1 TO ws-unloaded-count
            END-READ
        END-PERFORM
        CLOSE ACCT-UNLOAD
        CLOSE OLD-ACCT-MASTER
    END-IF.

*> the new status reads back blank (open) and the overdraft limit
*> zero - no account may go overdrawn until one is keyed
reload-account.
    MOVE "N" TO ws-eof-flag
    OPEN OUTPUT ACCT-MASTER
    IF ws-file-status NOT = "00"
        MOVE "OPEN-OUT" TO ws-io-op
        PERFORM note-io-failure
    ELSE
        OPEN INPUT ACCT-UNLOAD
        PERFORM WITH TEST BEFORE UNTIL no-more-records
            READ ACCT-UNLOAD
                AT END SET no-more-records TO TRUE
                NOT AT END
                    INITIALIZE acct-rec
                    MOVE acct-unload-rec TO acct-rec(1:32)
                    WRITE acct-rec
                        INVALID KEY
                            MOVE "WRITE" TO ws-io-op
                            PERFORM note-io-failure
                        NOT INVALID KEY
                            ADD 1 TO ws-reloaded-count
                    END-WRITE
            END-READ
        END-PERFORM
        CLOSE ACCT-UNLOAD
        CLOSE ACCT-MASTER
    END-IF.

convert-payroll-ytd.
    MOVE "PAYROLL-YTD" TO ws-work-name
    OPEN INPUT PAYROLL-YTD
    PERFORM note-probe-result
    IF ws-file-status = "00"
        CLOSE PAYROLL-YTD
        OPEN INPUT YTD-UNLOAD
        IF ws-unload-status = "00"
            READ YTD-UNLOAD
                AT END MOVE "10" TO ws-unload-status
            END-READ
            CLOSE YTD-UNLOAD
        END-IF
        PERFORM note-unload-leftover
    END-IF
    IF conv-unload
        PERFORM unload-payroll-ytd
    END-IF
    IF NOT conv-none AND conv-ok
        PERFORM reload-payroll-ytd
        PERFORM note-converted
    END-IF
    IF NOT conv-none AND conv-ok
        OPEN OUTPUT YTD-UNLOAD
        CLOSE YTD-UNLOAD
    END-IF.

unload-payroll-ytd.
    MOVE "N" TO ws-eof-flag
    OPEN INPUT OLD-PAYROLL-YTD
    IF ws-old-status NOT = "00"
        MOVE ws-old-status TO ws-file-status
        MOVE "OPEN-OLD" TO ws-io-op
        PERFORM note-io-failure
    ELSE
        OPEN OUTPUT YTD-UNLOAD
        IF ws-unload-status NOT = "00"
            MOVE ws-unload-status TO ws-file-status
            MOVE "OPEN-OUT" TO ws-io-op
            PERFORM note-io-failure
            SET no-more-records TO TRUE
        END-IF
        PERFORM WITH TEST BEFORE UNTIL no-more-records
            READ OLD-PAYROLL-YTD NEXT RECORD
                AT END SET no-more-records TO TRUE
                NOT AT END
                    MOVE old-ytd-record TO ytd-unload-rec
                    WRITE ytd-unload-rec
                    ADD 1 TO ws-unloaded-count
            END-READ
        END-PERFORM
        CLOSE YTD-UNLOAD
        CLOSE OLD-PAYROLL-YTD
    END-IF.

*> the state slots start empty and fill from the next pay run on;
*> the match starts the year's remainder at zero
reload-payroll-ytd.
    MOVE "N" TO ws-eof-flag
    OPEN OUTPUT PAYROLL-YTD
    IF ws-file-status NOT = "00"
        MOVE "OPEN-OUT" TO ws-io-op
        PERFORM note-io-failure
    ELSE
        OPEN INPUT YTD-UNLOAD
        PERFORM WITH TEST BEFORE UNTIL no-more-records
            READ YTD-UNLOAD
                AT END SET no-more-records TO TRUE
                NOT AT END
                    INITIALIZE ytd-record
                    MOVE ytd-unload-rec TO ytd-record(1:52)
                    WRITE ytd-record
                        INVALID KEY
                            MOVE "WRITE" TO ws-io-op
                            PERFORM note-io-failure
                        NOT INVALID KEY
                            ADD 1 TO ws-reloaded-count
                    END-WRITE
            END-READ
        END-PERFORM
        CLOSE YTD-UNLOAD
        CLOSE PAYROLL-YTD
    END-IF.

convert-elections.
    MOVE "ELECTIONS" TO ws-work-name
    OPEN INPUT ELECT-MASTER
    PERFORM note-probe-result
    IF ws-file-status = "00"
        CLOSE ELECT-MASTER
        OPEN INPUT ELECT-UNLOAD
        IF ws-unload-status = "00"
            READ ELECT-UNLOAD
                AT END MOVE "10" TO ws-unload-status
            END-READ
            CLOSE ELECT-UNLOAD
        END-IF
        PERFORM note-unload-leftover
    END-IF
    IF conv-unload
        PERFORM unload-elections
    END-IF
    IF NOT conv-none AND conv-ok
        PERFORM reload-elections
        PERFORM note-converted
    END-IF
    IF NOT conv-none AND conv-ok
        OPEN OUTPUT ELECT-UNLOAD
        CLOSE ELECT-UNLOAD
    END-IF.

unload-elections.
    MOVE "N" TO ws-eof-flag
    OPEN INPUT OLD-ELECT-MASTER
    IF ws-old-status NOT = "00"
        MOVE ws-old-status TO ws-file-status
        MOVE "OPEN-OLD" TO ws-io-op
        PERFORM note-io-failure
    ELSE
        OPEN OUTPUT ELECT-UNLOAD
        IF ws-unload-status NOT = "00"
            MOVE ws-unload-status TO ws-file-status
            MOVE "OPEN-OUT" TO ws-io-op
            PERFORM note-io-failure
            SET no-more-records TO TRUE
        END-IF
        PERFORM WITH TEST BEFORE UNTIL no-more-records
            READ OLD-ELECT-MASTER NEXT RECORD
                AT END SET no-more-records TO TRUE
                NOT AT END
                    MOVE old-elect-record TO elect-unload-rec
                    WRITE elect-unload-rec
                    ADD 1 TO ws-unloaded-count
            END-READ
        END-PERFORM
        CLOSE ELECT-UNLOAD
        CLOSE OLD-ELECT-MASTER
    END-IF.

*> a blank work state withholds for the address state, as before
reload-elections.
    MOVE "N" TO ws-eof-flag
    OPEN OUTPUT ELECT-MASTER
    IF ws-file-status NOT = "00"
        MOVE "OPEN-OUT" TO ws-io-op
        PERFORM note-io-failure
    ELSE
        OPEN INPUT ELECT-UNLOAD
        PERFORM WITH TEST BEFORE UNTIL no-more-records
            READ ELECT-UNLOAD
                AT END SET no-more-records TO TRUE
                NOT AT END
                    INITIALIZE elect-record
                    MOVE elect-unload-rec TO elect-record(1:13)
                    WRITE elect-record
                        INVALID KEY
                            MOVE "WRITE" TO ws-io-op
                            PERFORM note-io-failure
                        NOT INVALID KEY
                            ADD 1 TO ws-reloaded-count
                    END-WRITE
            END-READ
        END-PERFORM
        CLOSE ELECT-UNLOAD
        CLOSE ELECT-MASTER
    END-IF.

convert-voter-reg.
    MOVE "VOTER-REG" TO ws-work-name
    OPEN INPUT VOTER-REG
    PERFORM note-probe-result
    IF ws-file-status = "00"
        CLOSE VOTER-REG
        OPEN INPUT VOTER-UNLOAD
        IF ws-unload-status = "00"
            READ VOTER-UNLOAD
                AT END MOVE "10" TO ws-unload-status
            END-READ
            CLOSE VOTER-UNLOAD
        END-IF
        PERFORM note-unload-leftover
    END-IF
    IF conv-unload
        PERFORM unload-voter-reg
    END-IF
    IF NOT conv-none AND conv-ok
        PERFORM reload-voter-reg
        PERFORM note-converted
    END-IF
    IF NOT conv-none AND conv-ok
        OPEN OUTPUT VOTER-UNLOAD
        CLOSE VOTER-UNLOAD
    END-IF.

unload-voter-reg.
    MOVE "N" TO ws-eof-flag
    OPEN INPUT OLD-VOTER-REG
    IF ws-old-status NOT = "00"
        MOVE ws-old-status TO ws-file-status
        MOVE "OPEN-OLD" TO ws-io-op
        PERFORM note-io-failure
    ELSE
        OPEN OUTPUT VOTER-UNLOAD
        IF ws-unload-status NOT = "00"
            MOVE ws-unload-status TO ws-file-status
            MOVE "OPEN-OUT" TO ws-io-op
            PERFORM note-io-failure
            SET no-more-records TO TRUE
        END-IF
        PERFORM WITH TEST BEFORE UNTIL no-more-records
            READ OLD-VOTER-REG NEXT RECORD
                AT END SET no-more-records TO TRUE
                NOT AT END
                    MOVE old-voter-reg-rec TO voter-unload-rec
                    WRITE voter-unload-rec
                    ADD 1 TO ws-unloaded-count
            END-READ
        END-PERFORM
        CLOSE VOTER-UNLOAD
        CLOSE OLD-VOTER-REG
    END-IF.

*> the precinct reads back blank until tonight's VOTERSWEEP
*> assigns it
reload-voter-reg.
    MOVE "N" TO ws-eof-flag
    OPEN OUTPUT VOTER-REG
    IF ws-file-status NOT = "00"
        MOVE "OPEN-OUT" TO ws-io-op
        PERFORM note-io-failure
    ELSE
        OPEN INPUT VOTER-UNLOAD
        PERFORM WITH TEST BEFORE UNTIL no-more-records
            READ VOTER-UNLOAD
                AT END SET no-more-records TO TRUE
                NOT AT END
                    INITIALIZE voter-reg-rec
                    MOVE voter-unload-rec TO voter-reg-rec(1:12)
                    WRITE voter-reg-rec
                        INVALID KEY
                            MOVE "WRITE" TO ws-io-op
                            PERFORM note-io-failure
                        NOT INVALID KEY
                            ADD 1 TO ws-reloaded-count
                    END-WRITE
            END-READ
        END-PERFORM
        CLOSE VOTER-UNLOAD
        CLOSE VOTER-REG
    END-IF.
