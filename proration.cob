01 ws-due-year     PIC 9(4) VALUE 0.
01 ws-due-month    PIC 99 VALUE 0.
01 ws-due-day      PIC 99 VALUE 0.
*> a due date landing on a weekend or shop holiday rolls forward to
*> the next business day (BUSCAL); the next period keeps the
*> nominal day of the month
01 ws-nominal-due  PIC 9(8) VALUE 0.
01 ws-cal-mode    PIC X VALUE "R".
01 ws-cal-program PIC X(10) VALUE SPACES.
01 ws-cal-flag    PIC X VALUE SPACE.
01 ws-due-mmdd     PIC 9(4) VALUE 0.
01 ws-total-cents  PIC 9(9) VALUE 0.
01 ws-per-period-cents PIC 9(9) VALUE 0.
write-master-period.
    MOVE ws-acct-ident TO am-ident
    MOVE ws-period-no TO am-period
    COMPUTE ws-nominal-due =
        ws-due-year * 10000 + ws-due-month * 100 + ws-due-day
    CALL "BUSCAL" USING ws-cal-mode ws-nominal-due ws-cal-program
        am-due-date ws-cal-flag
    MOVE ws-period-amt TO am-amount
    MOVE 0 TO am-paid-amt
    MOVE "U" TO am-status
