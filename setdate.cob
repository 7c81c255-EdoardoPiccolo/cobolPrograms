*> Sets or advances the shop's business processing date on the
*> control record BUSDATE serves to every program. A JCL PARM of
*> YYYYMMDD sets the date outright (reruns of a prior day); no PARM
*> advances it to the next business day on the shop calendar
*> (BUSCAL - weekends, holidays and non-processing days are passed
*> over) - the normal end-of-day step. The old and new dates go to
*> the ops log so the change itself is on record.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 ws-parm PIC 9(8) VALUE 0.
01 ws-old-date PIC 9(8) VALUE 0.
01 ws-new-date PIC 9(8) VALUE 0.
*> shop business calendar (BUSCAL)
01 ws-cal-mode    PIC X VALUE "N".
01 ws-cal-program PIC X(10) VALUE SPACES.
01 ws-cal-flag    PIC X VALUE SPACE.
01 ws-timestamp PIC X(21).
01 ws-return-code PIC 9(4) VALUE 0.

        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    *> advance to the next business day, month and year rolls
    *> included
    CALL "BUSCAL" USING ws-cal-mode ws-old-date ws-cal-program
        ws-new-date ws-cal-flag
END-IF

OPEN OUTPUT BUSDATE-CTL
