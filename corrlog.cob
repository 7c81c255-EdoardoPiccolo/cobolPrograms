       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CORRLOG.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Shared correspondence history writer. DUNLEVEL-MASTER only keeps
*> the highest notice level, and checks, statements, refunds and
*> wage statements left no per-customer trace but the register -
*> when a customer disputed a notice nobody could say what had been
*> sent. Every document print now hands its CORRREC.cpy line here
*> (ident, document, reference and amount, disposition, the address
*> it went to) and this stamps it with the business date and the
*> time and appends it to data/corresp.dat. A pure CALLed
*> subprogram in the ARJRNL mold - opened and closed per call, so a
*> print that dies halfway leaves every document it completed on
*> file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CORRESPONDENCE ASSIGN TO "data/corresp.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-corr-status.

DATA DIVISION.
FILE SECTION.
FD CORRESPONDENCE.
*> shared with corrinq.cob and retention.cob - see
*> copybooks/CORRREC.cpy
COPY CORRREC.

WORKING-STORAGE SECTION.
01 ws-corr-status PIC XX VALUE "00".
01 ws-bus-date    PIC 9(8) VALUE 0.
01 ws-timestamp   PIC X(21).
01 ws-module-name PIC X(10) VALUE "CORRLOG".
*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

LINKAGE SECTION.
*> caller's PROGRAM-ID and its filled-in CORRREC line
01 LK-PROGRAM-NAME PIC X(10).
01 LK-CORR-LINE    PIC X(103).

PROCEDURE DIVISION USING LK-PROGRAM-NAME LK-CORR-LINE.
    CALL "BUSDATE" USING ws-bus-date
    MOVE FUNCTION CURRENT-DATE TO ws-timestamp

    OPEN EXTEND CORRESPONDENCE
    IF ws-corr-status = "35"
        OPEN OUTPUT CORRESPONDENCE
    END-IF
    IF ws-corr-status NOT = "00"
        *> the history itself can't be written - report it centrally
        *> and hand back; the forced RETURN-CODE stops the stream
        MOVE "CORRESP" TO ws-io-file
        MOVE "OPEN-EXT" TO ws-io-op
        CALL "IOERROR" USING ws-module-name ws-io-file
            ws-io-op ws-corr-status
        GOBACK
    END-IF

    MOVE LK-CORR-LINE TO corr-rec
    MOVE ws-bus-date TO cm-date
    MOVE ws-timestamp(9:6) TO cm-time
    MOVE LK-PROGRAM-NAME TO cm-program
    WRITE corr-rec

    CLOSE CORRESPONDENCE
    GOBACK.
