    END-IF
    MOVE ws-run-date TO vreg-eval-date

    *> a first registration waits for the nightly sweep to assign
    *> its precinct from the address; a re-registration keeps its own
    IF reg-on-file
        REWRITE voter-reg-rec
            INVALID KEY
                MOVE 8 TO ws-return-code
        END-REWRITE
    ELSE
        MOVE SPACES TO vreg-precinct
        WRITE voter-reg-rec
            INVALID KEY
                DISPLAY "Unable to register ident " vreg-ident
