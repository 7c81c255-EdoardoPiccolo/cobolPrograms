*> ssnareas.ctl state lookup program3 already does, writes good
*> records into SSN-MASTER, and drops failures into a reject file
*> carrying the reason and the state that was resolved for the area.
*> The reject file prints the SSN as its last four digits only, with
*> the feed line number to find the full one on the agency's feed.
*> Loaded/rejected counts go to the ops log. Same
*> batch-alongside-interactive precedent as batchtotal.cob and
*> custbatch.cob.

FD SSN-REJECTS.
01 ssn-reject-rec.
    02 rj-reason    PIC X(8).
    02 rj-ssn       PIC X(11).
    02 rj-owner     PIC 9(3).
    02 rj-state     PIC X(20).
    02 rj-feed-line PIC 9(5).

WORKING-STORAGE SECTION.
01 ws-ssn-status        PIC XX VALUE "00".
01 ws-reject-reason PIC X(8) VALUE SPACES.
01 ws-loaded-count  PIC 9(5) VALUE 0.
01 ws-reject-count  PIC 9(5) VALUE 0.
01 ws-feed-line     PIC 9(5) VALUE 0.
*> SSNs go on the reject file through SSNMASK - last four only
01 ws-ssn-view-mode PIC X VALUE "P".

*> area/state reference table, loaded the same way program3's
*> load-area-table does
*> any failure goes to the reject file with the state the area
*> resolved to, so the agency can see what we saw
load-one-ssn.
    ADD 1 TO ws-feed-line
    MOVE SPACES TO ws-reject-reason
    MOVE sf-ssn TO SSNum
    MOVE sf-owner TO SSNOwnerIdent
        ADD 1 TO ws-reject-count
        MOVE 8 TO ws-return-code
        MOVE ws-reject-reason TO rj-reason
        CALL "SSNMASK" USING ws-ops-program ws-ssn-view-mode
            sf-ssn sf-owner rj-ssn
        MOVE sf-owner TO rj-owner
        MOVE ws-state-found TO rj-state
        MOVE ws-feed-line TO rj-feed-line
        WRITE ssn-reject-rec
    END-IF.

