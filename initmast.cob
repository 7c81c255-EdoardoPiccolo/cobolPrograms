        RECORD KEY IS dl-ident
        FILE STATUS IS ws-file-status.

    SELECT EMP-STATUS-MASTER ASSIGN TO "data/empstat.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS es-ident
        FILE STATUS IS ws-file-status.

    SELECT GRADEBOOK ASSIGN TO "data/gradebook.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS gb-key
        FILE STATUS IS ws-file-status.

    SELECT BUSDATE-CTL ASSIGN TO "data/busdate.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.
FD DUNLEVEL-MASTER.
COPY DUNLEVEL.

FD EMP-STATUS-MASTER.
COPY EMPSTAT.

FD GRADEBOOK.
COPY GRADEREC.

FD BUSDATE-CTL.
01 busdate-ctl-rec.
    02 ctl-bus-date PIC 9(8).
    CLOSE DUNLEVEL-MASTER
END-IF

MOVE "EMP-STATUS" TO ws-work-name
OPEN INPUT EMP-STATUS-MASTER
PERFORM note-probe-result
IF ws-file-status = "35"
    OPEN OUTPUT EMP-STATUS-MASTER
    CLOSE EMP-STATUS-MASTER
    PERFORM note-created
ELSE
    CLOSE EMP-STATUS-MASTER
END-IF

MOVE "GRADEBOOK" TO ws-work-name
OPEN INPUT GRADEBOOK
PERFORM note-probe-result
IF ws-file-status = "35"
    OPEN OUTPUT GRADEBOOK
    CLOSE GRADEBOOK
    PERFORM note-created
ELSE
    CLOSE GRADEBOOK
END-IF

*> control records: the business date seeds to today, the check
*> numbering to 000001 - both only when genuinely absent
MOVE "BUSDATE-CTL" TO ws-work-name
            DISPLAY "INITMAST: " ws-work-name " already exists"
        WHEN ws-file-status = "35"
            CONTINUE
        WHEN ws-file-status = "39"
            ADD 1 TO ws-existing-count
            DISPLAY "INITMAST: " ws-work-name " is in an old record "
                "layout - MASTCONV converts it"
        WHEN OTHER
            MOVE ws-work-name TO ws-io-file
            MOVE "OPEN-IN" TO ws-io-op
