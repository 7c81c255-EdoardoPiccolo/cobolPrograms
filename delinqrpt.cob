*> amount still open on it, from the AMORT-MASTER payapply.cob keeps
*> current. Reads the master in key sequence with the same
*> START/READ NEXT sweep ssnrecon.cob uses, so one account's late
*> periods list together. A period chgoff.cob charged off is no
*> longer delinquent - it is written off - and is left off.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        READ AMORT-MASTER NEXT RECORD
            AT END SET no-more-periods TO TRUE
            NOT AT END
                IF NOT am-paid AND NOT am-charged-off
                        AND NOT am-restructured
                        AND am-due-date < ws-run-date
                    PERFORM report-late-period
                END-IF
        END-READ
