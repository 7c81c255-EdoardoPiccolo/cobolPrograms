        MOVE 0 TO ab-open-balance
        MOVE 0 TO ab-last-stmt-date
        MOVE SPACE TO ab-autopay
        MOVE "O" TO ab-status
        MOVE 0 TO ab-od-limit
        WRITE acct-rec
            INVALID KEY
                DISPLAY "Unable to write account " ab-ident
