*> started and completed but never WHEN, so when the nightly stream
*> crept toward the morning online window nobody could say which
*> step was slowing down. The run-state events carry a wall-clock
*> time now; this reads them for last night (the business day before
*> the business date, or a JCL PARM of YYYYMMDD), shows each step's
*> elapsed time against its average over the history still on the
*> file, the whole stream's start-to-finish span, and a WARNING
*> line when the trend projects the stream past the window end
01 ws-parm PIC 9(8) VALUE 0.
01 ws-bus-date PIC 9(8) VALUE 0.
01 ws-check-date PIC 9(8) VALUE 0.
*> shop business calendar (BUSCAL)
01 ws-cal-mode    PIC X VALUE "P".
01 ws-cal-program PIC X(10) VALUE SPACES.
01 ws-cal-flag    PIC X VALUE SPACE.
01 ws-window-end PIC 9(6) VALUE 060000.
01 ws-window-secs PIC S9(7) VALUE 0.

IF ws-parm IS NUMERIC AND ws-parm > 0
    MOVE ws-parm TO ws-check-date
ELSE
    *> the morning report looks at last night - the business day
    *> before the (already advanced) business date, the OPSCHECK
    *> convention
    CALL "BUSCAL" USING ws-cal-mode ws-bus-date ws-cal-program
        ws-check-date ws-cal-flag
END-IF
PERFORM load-window-end

