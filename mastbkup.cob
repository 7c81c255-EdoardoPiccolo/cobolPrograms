*> unload finally gives the shop a yesterday to go back to; a reload
*> also rebuilds a clean index (reorg) and is the sanctioned way to
*> pick up a record-layout change such as a new alternate key.
*>
*> custmast.bkp only ever holds last night's unload, so every
*> customer unload is also appended whole (header, records, trailer)
*> to the backup history custmast.bkh - the generations custasof.cob
*> starts from when it rebuilds the master as of an earlier date.
*> The header carries the unload's own timestamp after the business
*> date, so the audit trail can be rolled forward from exactly the
*> point the unload saw.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-sbkp-status.

    SELECT CUST-BKP-HIST ASSIGN TO "data/custmast.bkh"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-chist-status.

DATA DIVISION.
FILE SECTION.
FD CUSTOMER-MASTER.
    02 sb-type PIC X.
    02 sb-data PIC X(20).

*> every customer unload ever taken, one H/D/T group after another
FD CUST-BKP-HIST.
01 cust-hist-rec PIC X(36).

WORKING-STORAGE SECTION.
01 ws-cust-status PIC XX VALUE "00".
01 ws-ssn-status  PIC XX VALUE "00".
01 ws-cbkp-status PIC XX VALUE "00".
01 ws-sbkp-status PIC XX VALUE "00".
01 ws-chist-status PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 no-more-records VALUE "Y".

01 ws-parm PIC X(10) VALUE SPACES.
01 ws-bus-date PIC 9(8) VALUE 0.
01 ws-timestamp PIC X(21).

*> count and key-hash, accumulated on whichever side is moving -
*> the hash is a control total of the key digits, wrapping on
        MOVE 8 TO ws-return-code
    ELSE
        OPEN OUTPUT CUST-BACKUP
        OPEN EXTEND CUST-BKP-HIST
        IF ws-chist-status = "35"
            OPEN OUTPUT CUST-BKP-HIST
        END-IF
        IF ws-chist-status NOT = "00"
            MOVE "CUST-BKHIST" TO ws-io-file
            MOVE "OPEN-EXT" TO ws-io-op
            CALL "IOERROR" USING ws-ops-program ws-io-file
                ws-io-op ws-chist-status
            MOVE 8 TO ws-return-code
        END-IF
        MOVE FUNCTION CURRENT-DATE TO ws-timestamp
        MOVE "H" TO cb-type
        MOVE SPACES TO cb-data
        MOVE ws-bus-date TO cb-data(1:8)
        MOVE ws-timestamp(1:14) TO cb-data(9:14)
        PERFORM write-cust-backup-line

        MOVE LOW-VALUES TO ident
        START CUSTOMER-MASTER KEY IS GREATER THAN OR EQUAL ident
                    END-ADD
                    MOVE "D" TO cb-type
                    MOVE customer TO cb-data
                    PERFORM write-cust-backup-line
            END-READ
        END-PERFORM

        MOVE ws-record-count TO ws-trl-count
        MOVE ws-key-hash TO ws-trl-hash
        MOVE ws-trailer TO cb-data(1:20)
        PERFORM write-cust-backup-line

        CLOSE CUST-BACKUP
        IF ws-chist-status = "00"
            CLOSE CUST-BKP-HIST
        END-IF
        CLOSE CUSTOMER-MASTER
        ADD ws-record-count TO ws-grand-count
        DISPLAY "MASTBKUP: custmast unloaded - " ws-record-count
            " record(s)"
    END-IF.

*> the night's backup and its generation on the history, line for
*> line
write-cust-backup-line.
    WRITE cust-bkp-rec
    IF ws-chist-status = "00"
        MOVE cust-bkp-rec TO cust-hist-rec
        WRITE cust-hist-rec
    END-IF.

unload-ssn-master.
    MOVE 0 TO ws-record-count
    MOVE 0 TO ws-key-hash
