       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MATCHCALC.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Shared retirement-plan employer match - DEDCALC takes the
*> employee's retirement percentage, but the shop's matching
*> contribution was worked out on a spreadsheet after every pay day
*> and typed onto a list for the plan administrator. Give this the
*> check's gross and the deduction detail DEDCALC just handed back,
*> and it returns the employee's deferral (what the retirement slot
*> took) and the employer match on it. A pure CALLed subprogram in
*> the TAXCALC/DEDCALC mold - the policy is loaded on first call.
*>
*> match.ctl carries the plan's policy: the deduction code that is
*> the retirement deferral, the percent of the deferral the shop
*> matches, and the percent of gross it matches up to - 050.00 and
*> 006.00 match half of whatever the employee defers on the first
*> 6% of gross. The deferral is what the slot actually took (a
*> capped or shorted slot earns match only on what came off the
*> check). No policy on file matches nothing, said once per run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MATCH-CTL ASSIGN TO "data/match.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-match-ctl-status.

DATA DIVISION.
FILE SECTION.
FD MATCH-CTL.
*> deduction code, percent matched, percent of gross matched up to -
*> plain digits with implied decimals
01 match-ctl-rec.
    02 mcl-ded-code  PIC X(4).
    02 mcl-match-pct PIC 9(3)V99.
    02 mcl-limit-pct PIC 9(3)V99.

WORKING-STORAGE SECTION.
01 ws-match-ctl-status PIC XX VALUE "00".
01 ws-loaded-flag PIC X VALUE "N".
    88 policy-loaded VALUE "Y".
01 ws-policy-flag PIC X VALUE "N".
    88 policy-on-file VALUE "Y".
01 ws-module-name PIC X(10) VALUE "MATCHCALC".
*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

*> the policy in force for the run unit
01 ws-ded-code  PIC X(4) VALUE SPACES.
01 ws-match-pct PIC 9(3)V99 VALUE 0.
01 ws-limit-pct PIC 9(3)V99 VALUE 0.

01 ws-slot PIC 9 VALUE 0.
01 ws-gross-limit PIC 9(5)V99 VALUE 0.
01 ws-matchable   PIC 9(5)V99 VALUE 0.

LINKAGE SECTION.
01 LK-GROSS PIC 9(5)V99.
*> DEDCALC's per-slot detail for this check, as it handed it back
01 LK-DED-DETAIL.
    02 LK-DED-SLOT OCCURS 3 TIMES.
        03 LK-DED-CODE PIC X(4).
        03 LK-DED-AMT  PIC 9(5)V99.
01 LK-DEFERRAL PIC 9(5)V99.
01 LK-MATCH    PIC 9(5)V99.

PROCEDURE DIVISION USING LK-GROSS LK-DED-DETAIL LK-DEFERRAL
        LK-MATCH.
    IF NOT policy-loaded
        PERFORM load-match-policy
    END-IF

    MOVE 0 TO LK-DEFERRAL
    MOVE 0 TO LK-MATCH
    IF policy-on-file
        PERFORM VARYING ws-slot FROM 1 BY 1 UNTIL ws-slot > 3
            IF LK-DED-CODE(ws-slot) = ws-ded-code
                ADD LK-DED-AMT(ws-slot) TO LK-DEFERRAL
            END-IF
        END-PERFORM

        *> only the deferral on the first limit-percent of gross is
        *> matched - deferring more than that earns no more match
        COMPUTE ws-gross-limit ROUNDED =
            LK-GROSS * ws-limit-pct / 100
        MOVE LK-DEFERRAL TO ws-matchable
        IF ws-matchable > ws-gross-limit
            MOVE ws-gross-limit TO ws-matchable
        END-IF
        COMPUTE LK-MATCH ROUNDED =
            ws-matchable * ws-match-pct / 100
    END-IF
    GOBACK.

*> a missing policy file is a shop with no match - the pay run goes
*> on, but the desk hears about it once; anything else is an I/O
*> failure and goes through IOERROR
load-match-policy.
    MOVE "Y" TO ws-loaded-flag
    OPEN INPUT MATCH-CTL
    EVALUATE TRUE
        WHEN ws-match-ctl-status = "00"
            READ MATCH-CTL
                AT END CONTINUE
                NOT AT END
                    IF mcl-ded-code NOT = SPACES
                            AND mcl-match-pct IS NUMERIC
                            AND mcl-limit-pct IS NUMERIC
                        MOVE mcl-ded-code TO ws-ded-code
                        MOVE mcl-match-pct TO ws-match-pct
                        MOVE mcl-limit-pct TO ws-limit-pct
                        MOVE "Y" TO ws-policy-flag
                    END-IF
            END-READ
            CLOSE MATCH-CTL
            IF NOT policy-on-file
                DISPLAY "MATCHCALC: match.ctl holds no usable policy "
                    "- NO employer match will be computed"
            END-IF
        WHEN ws-match-ctl-status = "35"
            DISPLAY "MATCHCALC: no match.ctl on file - NO employer "
                "match will be computed"
        WHEN OTHER
            MOVE "MATCH-CTL" TO ws-io-file
            MOVE "OPEN-IN" TO ws-io-op
            CALL "IOERROR" USING ws-module-name ws-io-file
                ws-io-op ws-match-ctl-status
    END-EVALUATE.
