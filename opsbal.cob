*> can't foot to them. Runs BEFORE OPSCHECK in the morning stream,
*> because OPSCHECK rolls the checked day off to the archive.
*>
*> The checked date defaults to the business day before the
*> business date; a JCL PARM of YYYYMMDD checks any other day.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    02 ol-rejected  PIC 9(7).
    02 ol-amount    PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    02 ol-rc        PIC 9(4).
    02 ol-restart   PIC 9(7).

FD OPSBAL-RPT.
01 opsbal-line PIC X(70).
01 ws-parm PIC 9(8) VALUE 0.
01 ws-bus-date PIC 9(8) VALUE 0.
01 ws-check-date PIC 9(8) VALUE 0.
*> shop business calendar (BUSCAL)
01 ws-cal-mode    PIC X VALUE "P".
01 ws-cal-program PIC X(10) VALUE SPACES.
01 ws-cal-flag    PIC X VALUE SPACE.

*> per-program count totals for the checked day, BATCH lines only
01 ws-prog-count PIC 9(3) VALUE 0.
IF ws-parm IS NUMERIC AND ws-parm > 0
    MOVE ws-parm TO ws-check-date
ELSE
    *> the morning balance looks at last night - the business day
    *> before the (already advanced) business date
    CALL "BUSCAL" USING ws-cal-mode ws-bus-date ws-cal-program
        ws-check-date ws-cal-flag
END-IF

OPEN OUTPUT OPSBAL-RPT
