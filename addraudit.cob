    02 aa-operator  PIC X(8).
    02 aa-program   PIC X(10).
    02 aa-action    PIC X(7).
    02 aa-before    PIC X(79).
    02 aa-after     PIC X(79).

FD OP-SESSION.
01 op-session-rec.
*> and the ADDRREC images as they stood before and after
01 LK-PROGRAM-NAME PIC X(10).
01 LK-ACTION       PIC X(7).
01 LK-BEFORE-IMAGE PIC X(79).
01 LK-AFTER-IMAGE  PIC X(79).

PROCEDURE DIVISION USING LK-PROGRAM-NAME LK-ACTION
        LK-BEFORE-IMAGE LK-AFTER-IMAGE.
