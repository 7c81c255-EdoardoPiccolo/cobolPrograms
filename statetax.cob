       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. STATETAX.
AUTHOR. Edoardo Piccolo.
DATE-WRITTEN. October 15th 2026

*> Shared state income tax calculation - TAXCALC figures federal
*> withholding and FICA only, and with employees living in more
*> than one state the state amount was being worked out off-system
*> and keyed in afterwards. Give this the employee ident, the pay
*> date and the check's gross, and it hands back the state the tax
*> is owed to and the amount to withhold for it. A pure CALLed
*> subprogram in the TAXCALC/DEDCALC mold - the control file is
*> loaded and the masters opened on first call.
*>
*> The state is the override on the employee's withholding
*> elections (el-work-state, for someone who works in one state
*> and lives in another), else the ad-state on ADDR-MASTER. No
*> override and no address answers spaces and withholds nothing.
*>
*> statetax.ctl carries one rate set per state per effective date,
*> the taxrates.ctl way - a state with no income tax still gets a
*> line, with zero rates, so a state missing from the file is said
*> out loud rather than quietly withheld at nothing. The rate set
*> is two-tier: the first rate up to the breakpoint, the second on
*> everything above it, after each election allowance exempts the
*> state's per-allowance amount; married filing doubles the
*> breakpoint. Breakpoint and allowance are weekly figures,
*> annualized by the employee's pay frequency and the tax brought
*> back down to the one check, the same arithmetic TAXCALC applies.
*>
*> The STATESUPP entry point takes the same arguments for a
*> supplemental check: the state's flat supplemental rate on the
*> whole gross, no tiers, no allowances.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STATE-CTL ASSIGN TO "data/statetax.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-state-ctl-status.

    SELECT ELECT-MASTER ASSIGN TO "data/elections.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS el-ident
        FILE STATUS IS ws-elect-status.

    SELECT ADDR-MASTER ASSIGN TO "data/addrmast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ad-ident
        FILE STATUS IS ws-addr-status.

DATA DIVISION.
FILE SECTION.
FD STATE-CTL.
*> one rate set per line: state code, effective date, the weekly
*> breakpoint, the rates below and above it, the weekly
*> per-allowance amount and the flat supplemental rate - all plain
*> digits with implied decimals
01 state-ctl-rec.
    02 scl-state     PIC X(2).
    02 scl-eff-date  PIC 9(8).
    02 scl-break     PIC 9(5)V99.
    02 scl-rate-1    PIC V9(4).
    02 scl-rate-2    PIC V9(4).
    02 scl-allow-amt PIC 9(3)V99.
    02 scl-supp-rate PIC V9(4).

FD ELECT-MASTER.
*> shared with electmaint.cob and taxcalc.cob - see
*> copybooks/ELECTREC.cpy
COPY ELECTREC.

FD ADDR-MASTER.
*> shared with addrmaint.cob and every document print - see
*> copybooks/ADDRREC.cpy
COPY ADDRREC.

WORKING-STORAGE SECTION.
01 ws-state-ctl-status PIC XX VALUE "00".
01 ws-elect-status     PIC XX VALUE "00".
01 ws-addr-status      PIC XX VALUE "00".
01 ws-loaded-flag PIC X VALUE "N".
    88 rate-sets-loaded VALUE "Y".
01 ws-opened-flag PIC X VALUE "N".
    88 masters-opened VALUE "Y".
01 ws-elect-usable-flag PIC X VALUE "N".
    88 elect-usable VALUE "Y".
01 ws-addr-usable-flag PIC X VALUE "N".
    88 addr-usable VALUE "Y".
01 ws-module-name PIC X(10) VALUE "STATETAX".
*> which entry point this call came in through
01 ws-call-type-flag PIC X VALUE "R".
    88 supplemental-call VALUE "S".
*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.

*> rate sets held across calls - loaded once per run unit, picked
*> per call by state and pay date
01 ws-set-count PIC 9(3) VALUE 0.
01 ws-set-table.
    02 ws-set-entry OCCURS 60 TIMES
            INDEXED BY ws-set-idx.
        03 ws-set-state     PIC X(2).
        03 ws-set-eff       PIC 9(8).
        03 ws-set-break     PIC 9(5)V99.
        03 ws-set-rate-1    PIC V9(4).
        03 ws-set-rate-2    PIC V9(4).
        03 ws-set-allow-amt PIC 9(3)V99.
        03 ws-set-supp-rate PIC V9(4).

*> the set in force for the caller's state and pay date
01 ws-set-found-flag PIC X VALUE "N".
    88 rate-set-found VALUE "Y".
01 ws-pick-eff   PIC 9(8) VALUE 0.
01 ws-break      PIC 9(5)V99 VALUE 0.
01 ws-rate-1     PIC V9(4) VALUE 0.
01 ws-rate-2     PIC V9(4) VALUE 0.
01 ws-allow-amt  PIC 9(3)V99 VALUE 0.
01 ws-supp-rate  PIC V9(4) VALUE 0.

*> the caller's elections, re-read per call - single with nothing
*> elected when no record is on file
01 ws-el-filing PIC X VALUE "S".
01 ws-el-allow  PIC 9(2) VALUE 0.

*> the caller's pay frequency and what it makes a year of checks
01 ws-pay-freq PIC X VALUE "W".
01 ws-checks-per-year PIC 9(2) VALUE 52.
01 ws-annual-gross PIC 9(8)V99 VALUE 0.
01 ws-annual-allow PIC 9(8)V99 VALUE 0.
01 ws-annual-break PIC 9(8)V99 VALUE 0.
01 ws-taxable      PIC 9(8)V99 VALUE 0.
01 ws-annual-tax   PIC 9(8)V99 VALUE 0.

LINKAGE SECTION.
01 LK-IDENT     PIC 9(3).
01 LK-PAY-DATE  PIC 9(8).
01 LK-GROSS     PIC 9(5)V99.
01 LK-STATE     PIC X(2).
01 LK-STATE-AMT PIC 9(5)V99.

PROCEDURE DIVISION USING LK-IDENT LK-PAY-DATE LK-GROSS
        LK-STATE LK-STATE-AMT.
    MOVE "R" TO ws-call-type-flag
    PERFORM calculate-state-tax
    GOBACK.

*> a supplemental check - same arguments, flat-rate withholding
ENTRY "STATESUPP" USING LK-IDENT LK-PAY-DATE LK-GROSS
        LK-STATE LK-STATE-AMT.
    MOVE "S" TO ws-call-type-flag
    PERFORM calculate-state-tax
    GOBACK.

calculate-state-tax.
    IF NOT rate-sets-loaded
        PERFORM load-rate-sets
    END-IF
    IF NOT masters-opened
        PERFORM open-masters
    END-IF

    PERFORM lookup-state
    MOVE 0 TO LK-STATE-AMT
    IF LK-STATE NOT = SPACES
        PERFORM pick-rate-set
        IF NOT rate-set-found
            DISPLAY "STATETAX: no statetax.ctl rate set for state "
                LK-STATE " on " LK-PAY-DATE " - ident " LK-IDENT
                " withheld nothing"
        ELSE
            IF supplemental-call
                COMPUTE LK-STATE-AMT ROUNDED =
                    LK-GROSS * ws-supp-rate
            ELSE
                PERFORM calculate-tiered-tax
            END-IF
        END-IF
    END-IF.

*> the check annualized by frequency, less the annual allowance
*> exemptions, taxed in two tiers and brought back to the check
calculate-tiered-tax.
    CALL "EMPFREQ" USING LK-IDENT ws-pay-freq
    EVALUATE ws-pay-freq
        WHEN "B"
            MOVE 26 TO ws-checks-per-year
        WHEN "S"
            MOVE 24 TO ws-checks-per-year
        WHEN OTHER
            MOVE 52 TO ws-checks-per-year
    END-EVALUATE

    COMPUTE ws-annual-gross = LK-GROSS * ws-checks-per-year
    COMPUTE ws-annual-allow = ws-el-allow * ws-allow-amt * 52
    IF ws-annual-allow > ws-annual-gross
        MOVE 0 TO ws-taxable
    ELSE
        COMPUTE ws-taxable = ws-annual-gross - ws-annual-allow
    END-IF
    IF ws-el-filing = "M"
        COMPUTE ws-annual-break = ws-break * 2 * 52
    ELSE
        COMPUTE ws-annual-break = ws-break * 52
    END-IF

    IF ws-taxable > ws-annual-break
        COMPUTE ws-annual-tax =
            (ws-annual-break * ws-rate-1)
            + ((ws-taxable - ws-annual-break) * ws-rate-2)
    ELSE
        COMPUTE ws-annual-tax = ws-taxable * ws-rate-1
    END-IF
    COMPUTE LK-STATE-AMT ROUNDED =
        ws-annual-tax / ws-checks-per-year.

*> the elections override first, the mailing address second - the
*> elections record also carries the filing status and allowances
lookup-state.
    MOVE SPACES TO LK-STATE
    MOVE "S" TO ws-el-filing
    MOVE 0 TO ws-el-allow
    IF elect-usable
        MOVE LK-IDENT TO el-ident
        READ ELECT-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE el-filing TO ws-el-filing
                MOVE el-allowances TO ws-el-allow
                IF el-work-state NOT = SPACES
                        AND el-work-state NOT = LOW-VALUES
                    MOVE el-work-state TO LK-STATE
                END-IF
        END-READ
    END-IF
    IF LK-STATE = SPACES AND addr-usable
        MOVE LK-IDENT TO ad-ident
        READ ADDR-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE ad-state TO LK-STATE
        END-READ
    END-IF.

*> the set in force is the caller's state's line with the latest
*> effective date on or before the pay date
pick-rate-set.
    MOVE "N" TO ws-set-found-flag
    MOVE 0 TO ws-pick-eff
    PERFORM VARYING ws-set-idx FROM 1 BY 1
            UNTIL ws-set-idx > ws-set-count
        IF ws-set-state(ws-set-idx) = LK-STATE
                AND ws-set-eff(ws-set-idx) <= LK-PAY-DATE
                AND ws-set-eff(ws-set-idx) >= ws-pick-eff
            MOVE "Y" TO ws-set-found-flag
            MOVE ws-set-eff(ws-set-idx) TO ws-pick-eff
            MOVE ws-set-break(ws-set-idx) TO ws-break
            MOVE ws-set-rate-1(ws-set-idx) TO ws-rate-1
            MOVE ws-set-rate-2(ws-set-idx) TO ws-rate-2
            MOVE ws-set-allow-amt(ws-set-idx) TO ws-allow-amt
            MOVE ws-set-supp-rate(ws-set-idx) TO ws-supp-rate
        END-IF
    END-PERFORM.

*> STATE-CTL may be missing on a fresh system - every state then
*> says so on the first call that needs it
load-rate-sets.
    MOVE "Y" TO ws-loaded-flag
    MOVE 0 TO ws-set-count
    OPEN INPUT STATE-CTL
    IF ws-state-ctl-status = "00"
        PERFORM WITH TEST BEFORE
                UNTIL ws-state-ctl-status NOT = "00"
                OR ws-set-count = 60
            READ STATE-CTL
                AT END MOVE "10" TO ws-state-ctl-status
                NOT AT END
                    IF scl-eff-date IS NUMERIC
                        ADD 1 TO ws-set-count
                        MOVE scl-state
                            TO ws-set-state(ws-set-count)
                        MOVE scl-eff-date
                            TO ws-set-eff(ws-set-count)
                        MOVE scl-break
                            TO ws-set-break(ws-set-count)
                        MOVE scl-rate-1
                            TO ws-set-rate-1(ws-set-count)
                        MOVE scl-rate-2
                            TO ws-set-rate-2(ws-set-count)
                        MOVE scl-allow-amt
                            TO ws-set-allow-amt(ws-set-count)
                        MOVE scl-supp-rate
                            TO ws-set-supp-rate(ws-set-count)
                    END-IF
            END-READ
        END-PERFORM
        IF ws-set-count = 60 AND ws-state-ctl-status = "00"
            DISPLAY "STATETAX: more rate sets on statetax.ctl "
                "than the 60 held - later sets ignored"
        END-IF
        CLOSE STATE-CTL
    ELSE
        DISPLAY "STATETAX: statetax.ctl not on file - no state "
            "income tax is being withheld"
    END-IF.

*> no elections master withholds as single with no override; no
*> address master leaves only the overrides - both said out loud
*> once, the TAXCALC elections way
open-masters.
    MOVE "Y" TO ws-opened-flag
    OPEN INPUT ELECT-MASTER
    EVALUATE TRUE
        WHEN ws-elect-status = "00"
            MOVE "Y" TO ws-elect-usable-flag
        WHEN ws-elect-status = "35"
            DISPLAY "ELECT-MASTER is missing - run "
                "INITMAST to create the shop masters - "
                "no state overrides are being applied"
        WHEN OTHER
            MOVE "ELECT-MAST" TO ws-io-file
            MOVE "OPEN-IN" TO ws-io-op
            CALL "IOERROR" USING ws-module-name ws-io-file
                ws-io-op ws-elect-status
    END-EVALUATE

    OPEN INPUT ADDR-MASTER
    EVALUATE TRUE
        WHEN ws-addr-status = "00"
            MOVE "Y" TO ws-addr-usable-flag
        WHEN ws-addr-status = "35"
            DISPLAY "ADDR-MASTER is missing - run "
                "INITMAST to create the shop masters - "
                "state tax follows the elections overrides only"
        WHEN OTHER
            MOVE "ADDR-MASTER" TO ws-io-file
            MOVE "OPEN-IN" TO ws-io-op
            CALL "IOERROR" USING ws-module-name ws-io-file
                ws-io-op ws-addr-status
    END-EVALUATE.
