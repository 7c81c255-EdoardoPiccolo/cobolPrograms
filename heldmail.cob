       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. HELDMAIL.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Held-mail keeper - a document for a customer whose address is
*> flagged returned mail (ad-undeliverable, keyed by RETMAIL) goes
*> onto the held-mail file line by line instead of the print file,
*> so it sits with the desk instead of mailing to a dead address a
*> second time. The mailing block is held as one address-slot line,
*> filled in from whatever address is on file when the document is
*> finally printed. Every document print (CHECKPRINT, ACCTSTMT,
*> DUNNING, WAGESTMT, REFUNDRUN, ESCHEAT, PAYQUOTE) calls here:
*>
*>   mode H (hold)     - append one document line for the ident,
*>                       stamped held with the business date
*>   mode R (release)  - hand back the next released line of the
*>                       caller's own documents, disposition L; E
*>                       once there are no more, when the released
*>                       lines are off the file (the opscheck.cob
*>                       keep-file swap)
*>   mode C (close)    - end of the caller's run
*>
*> and the address maintenance calls it for one ident:
*>
*>   mode U (unhold)   - ADDRMAINT keyed a new address: the ident's
*>                       held lines are stamped released, printed by
*>                       each program's next run; disposition R, or
*>                       N when nothing was held
*>   mode B (back)     - RETMAIL flagged the address again before the
*>                       released lines printed: they go back to held
*>
*> A caller releases before it holds anything - the release pass
*> rewrites the file. The held-mail file is also the desk's list of
*> what is waiting. A pure CALLed subprogram in the RUNSTATE mold.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HELD-MAIL ASSIGN TO "data/heldmail.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-held-status.

    SELECT HELD-KEEP ASSIGN TO "data/heldmail_keep.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-keep-status.

DATA DIVISION.
FILE SECTION.
FD HELD-MAIL.
01 held-mail-rec.
    02 hm-ident     PIC 9(3).
    02 hm-program   PIC X(10).
*> CHECK, ADVICE, STMT, NOTICE, WAGESTMT, REFUND, ESCHEAT or
*> PAYQUOTE - which of the caller's print files the line goes
*> back to
    02 hm-document  PIC X(8).
    02 hm-held-date PIC 9(8).
    02 hm-status    PIC X.
        88 hm-held     VALUE "H".
        88 hm-released VALUE "R".
*> A = the mailing block's slot, T = a line of document text
    02 hm-kind      PIC X.
    02 hm-text      PIC X(70).

FD HELD-KEEP.
01 held-keep-rec PIC X(101).

WORKING-STORAGE SECTION.
01 ws-held-status PIC XX VALUE "00".
01 ws-keep-status PIC XX VALUE "00".
01 ws-eof-flag PIC X VALUE "N".
    88 no-more-held VALUE "Y".
01 ws-hold-open-flag PIC X VALUE "N".
    88 hold-file-open VALUE "Y".
01 ws-release-open-flag PIC X VALUE "N".
    88 release-pass-open VALUE "Y".
01 ws-line-found-flag PIC X VALUE "N".
    88 line-found VALUE "Y".
01 ws-bus-date PIC 9(8) VALUE 0.
01 ws-from-status PIC X VALUE SPACE.
01 ws-to-status   PIC X VALUE SPACE.
01 ws-stamp-count PIC 9(5) VALUE 0.

01 ws-module-name PIC X(10) VALUE "HELDMAIL".
*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

LINKAGE SECTION.
*> caller's PROGRAM-ID and the mode, then one held-mail line: the
*> customer, the document, the line kind (A/T) and its text
01 LK-PROGRAM-NAME PIC X(10).
01 LK-MODE         PIC X.
01 LK-IDENT        PIC 9(3).
01 LK-DOCUMENT     PIC X(8).
01 LK-KIND         PIC X.
01 LK-TEXT         PIC X(70).
01 LK-DISPOSITION  PIC X.

PROCEDURE DIVISION USING LK-PROGRAM-NAME LK-MODE LK-IDENT
        LK-DOCUMENT LK-KIND LK-TEXT LK-DISPOSITION.
    EVALUATE LK-MODE
        WHEN "H"
            PERFORM hold-one-line
        WHEN "R"
            PERFORM release-next-line
        WHEN "U"
            MOVE "H" TO ws-from-status
            MOVE "R" TO ws-to-status
            PERFORM stamp-ident-lines
        WHEN "B"
            MOVE "R" TO ws-from-status
            MOVE "H" TO ws-to-status
            PERFORM stamp-ident-lines
        WHEN "C"
            IF hold-file-open
                CLOSE HELD-MAIL
                MOVE "N" TO ws-hold-open-flag
            END-IF
    END-EVALUATE
    GOBACK.

*> the file stays open across a run's hold calls - a statement run
*> can hold a good many lines
hold-one-line.
    IF NOT hold-file-open
        CALL "BUSDATE" USING ws-bus-date
        OPEN EXTEND HELD-MAIL
        IF ws-held-status = "35"
            OPEN OUTPUT HELD-MAIL
        END-IF
        IF ws-held-status NOT = "00"
            MOVE "HELD-MAIL" TO ws-io-file
            MOVE "OPEN-EXT" TO ws-io-op
            CALL "IOERROR" USING ws-module-name ws-io-file
                ws-io-op ws-held-status
            STOP RUN
        END-IF
        MOVE "Y" TO ws-hold-open-flag
    END-IF
    MOVE LK-IDENT TO hm-ident
    MOVE LK-PROGRAM-NAME TO hm-program
    MOVE LK-DOCUMENT TO hm-document
    MOVE ws-bus-date TO hm-held-date
    MOVE "H" TO hm-status
    MOVE LK-KIND TO hm-kind
    MOVE LK-TEXT TO hm-text
    WRITE held-mail-rec
    MOVE "H" TO LK-DISPOSITION.

*> the first call opens the pass; every line that is not one of the
*> caller's released ones is copied to the keep file on the way
release-next-line.
    IF NOT release-pass-open
        MOVE "N" TO ws-eof-flag
        OPEN INPUT HELD-MAIL
        IF ws-held-status = "00"
            OPEN OUTPUT HELD-KEEP
            MOVE "Y" TO ws-release-open-flag
        END-IF
    END-IF

    *> no held-mail file - nothing has ever been held
    IF NOT release-pass-open
        MOVE "E" TO LK-DISPOSITION
    ELSE
        PERFORM read-to-released-line
    END-IF.

read-to-released-line.
    MOVE "N" TO ws-line-found-flag
    PERFORM WITH TEST BEFORE UNTIL no-more-held OR line-found
        READ HELD-MAIL
            AT END SET no-more-held TO TRUE
            NOT AT END
                IF hm-released AND hm-program = LK-PROGRAM-NAME
                    MOVE "Y" TO ws-line-found-flag
                ELSE
                    MOVE held-mail-rec TO held-keep-rec
                    WRITE held-keep-rec
                END-IF
        END-READ
    END-PERFORM

    IF line-found
        MOVE hm-ident TO LK-IDENT
        MOVE hm-document TO LK-DOCUMENT
        MOVE hm-kind TO LK-KIND
        MOVE hm-text TO LK-TEXT
        MOVE "L" TO LK-DISPOSITION
    ELSE
        CLOSE HELD-MAIL
        CLOSE HELD-KEEP
        MOVE "N" TO ws-release-open-flag
        PERFORM copy-keep-to-held
        MOVE "E" TO LK-DISPOSITION
    END-IF.

*> one ident's lines from one status to the other, across every
*> program's documents - the count of address slots stamped is the
*> count of documents
stamp-ident-lines.
    MOVE 0 TO ws-stamp-count
    MOVE "N" TO ws-eof-flag
    OPEN INPUT HELD-MAIL
    IF ws-held-status = "00"
        OPEN OUTPUT HELD-KEEP
        PERFORM WITH TEST BEFORE UNTIL no-more-held
            READ HELD-MAIL
                AT END SET no-more-held TO TRUE
                NOT AT END
                    IF hm-ident = LK-IDENT
                            AND hm-status = ws-from-status
                        MOVE ws-to-status TO hm-status
                        IF hm-kind = "A"
                            ADD 1 TO ws-stamp-count
                        END-IF
                    END-IF
                    MOVE held-mail-rec TO held-keep-rec
                    WRITE held-keep-rec
            END-READ
        END-PERFORM
        CLOSE HELD-MAIL
        CLOSE HELD-KEEP
        IF ws-stamp-count > 0
            PERFORM copy-keep-to-held
        END-IF
    END-IF
    IF ws-stamp-count > 0
        MOVE "R" TO LK-DISPOSITION
    ELSE
        MOVE "N" TO LK-DISPOSITION
    END-IF.

*> the live held-mail file rewritten from the keep copy - same swap
*> opscheck.cob uses on the ops log
copy-keep-to-held.
    MOVE "N" TO ws-eof-flag
    OPEN INPUT HELD-KEEP
    OPEN OUTPUT HELD-MAIL
    PERFORM WITH TEST BEFORE UNTIL no-more-held
        READ HELD-KEEP
            AT END SET no-more-held TO TRUE
            NOT AT END
                MOVE held-keep-rec TO held-mail-rec
                WRITE held-mail-rec
        END-READ
    END-PERFORM
    CLOSE HELD-KEEP
    CLOSE HELD-MAIL.
