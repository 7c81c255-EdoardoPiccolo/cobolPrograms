    02 olr-rejected  PIC 9(7).
    02 olr-amount    PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    02 olr-rc        PIC 9(4).
*> nonzero on a restarted run - the input record it resumed after
    02 olr-restart   PIC 9(7).

FD OP-SESSION.
01 op-session-rec.
    02 LK-WRITTEN  PIC 9(7).
    02 LK-REJECTED PIC 9(7).
    02 LK-AMOUNT   PIC S9(9)V99.
    02 LK-RESTART  PIC 9(7).
01 LK-RETURN-CODE PIC 9(4).

PROCEDURE DIVISION USING LK-PROGRAM-NAME LK-COUNTS LK-RETURN-CODE.
    MOVE LK-REJECTED TO olr-rejected
    MOVE LK-AMOUNT TO olr-amount
    MOVE LK-RETURN-CODE TO olr-rc
    MOVE LK-RESTART TO olr-restart
    WRITE ops-log-rec

    CLOSE DAILY-OPS-LOG
