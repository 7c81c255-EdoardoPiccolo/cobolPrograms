*>
*>   active record    one DT line on the bank deposit file for the
*>                    net amount - no paper check; checkprint.cob
*>                    prints these idents a pay advice instead
*>   prenote record   one zero-dollar PN line so the bank can test
*>                    the account - the paper check still prints,
*>                    live money doesn't move yet
        READ PAYROLL-LOG
            AT END SET no-more-log TO TRUE
            NOT AT END
                IF pl-date = ws-run-date
                        AND (pl-regular OR pl-retro
                            OR pl-supplemental)
                    PERFORM route-one-record
                END-IF
        END-READ
