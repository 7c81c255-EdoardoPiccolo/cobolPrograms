*> arithmetic, and the flat additional amount adds on at the end.
*> No election record withholds as single/zero - exactly what the
*> one-table-for-everyone calculation always did.
*>
*> The bracket table and the per-allowance amount on taxrates.ctl
*> are weekly figures, as they always were. A biweekly or
*> semi-monthly check is annualized by the employee's pay frequency
*> (EMPCHK's EMPFREQ answer: 52, 26 or 24 checks a year), looked up
*> against the table annualized the same way, and the tax
*> de-annualized back to the one check - so a two-week check is
*> never taxed as though it were one enormous week.
*>
*> The TAXSUPP entry point takes the same arguments for a
*> supplemental check (SUPPRUN's bonuses and commissions): FICA is
*> figured and capped exactly the same way, but withholding is the
*> rate set's flat supplemental rate on the whole gross - no
*> brackets, no allowances, no additional amount, which belongs to
*> the regular paycheck.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FD TAX-CTL.
*> one rate set per line: effective date, FICA rate and wage base,
*> then the three bracket breakpoints with their rates and the
*> top-bracket rate, the per-allowance amount and the flat
*> supplemental withholding rate - all plain digits with implied
*> decimals
01 tax-ctl-rec.
    02 tcl-eff-date  PIC 9(8).
    02 tcl-fica-rate PIC V9(4).
    02 tcl-rate-3    PIC V99.
    02 tcl-rate-top  PIC V99.
    02 tcl-allow-amt PIC 9(3)V99.
    02 tcl-supp-rate PIC V99.

FD ELECT-MASTER.
*> shared with electmaint.cob's maintenance screen - see
01 ws-elect-usable-flag PIC X VALUE "N".
    88 elect-usable VALUE "Y".
01 ws-module-name PIC X(10) VALUE "TAXCALC".
*> which entry point this call came in through
01 ws-call-type-flag PIC X VALUE "R".
    88 supplemental-call VALUE "S".
*> central I/O-error reporting (IOERROR)
01 ws-io-file PIC X(12) VALUE SPACES.
01 ws-io-op   PIC X(8) VALUE SPACES.
        03 ws-set-rate-3    PIC V99.
        03 ws-set-rate-top  PIC V99.
        03 ws-set-allow-amt PIC 9(3)V99.
        03 ws-set-supp-rate PIC V99.

*> compiled-in defaults - the same figures the old hardcoded
*> EVALUATE carried, kept as the fallback for a missing control file
01 ws-dft-rate-3         PIC V99 VALUE .22.
01 ws-dft-rate-top       PIC V99 VALUE .28.
01 ws-dft-allow-amt      PIC 9(3)V99 VALUE 80.00.
01 ws-dft-supp-rate      PIC V99 VALUE .22.

*> the set in force for the caller's pay period, re-picked per call
01 ws-pick-eff       PIC 9(8) VALUE 0.
01 ws-rate-3         PIC V99 VALUE 0.
01 ws-rate-top       PIC V99 VALUE 0.
01 ws-allow-amt      PIC 9(3)V99 VALUE 0.
01 ws-supp-rate      PIC V99 VALUE 0.
01 ws-withhold-rate  PIC V99 VALUE 0.
01 ws-fica-subject   PIC 9(5)V99 VALUE 0.

01 ws-el-filing PIC X VALUE "S".
01 ws-el-allow  PIC 9(2) VALUE 0.
01 ws-el-addl   PIC 9(5)V99 VALUE 0.
*> the caller's pay frequency and what it makes a year of checks
01 ws-pay-freq PIC X VALUE "W".
01 ws-checks-per-year PIC 9(2) VALUE 52.
*> the check annualized, less the annual allowance exemptions -
*> what the brackets apply to
01 ws-annual-gross  PIC 9(8)V99 VALUE 0.
01 ws-annual-allow  PIC 9(8)V99 VALUE 0.
01 ws-taxable PIC 9(8)V99 VALUE 0.
*> breakpoints in force for this call, annualized - doubled for
*> married filing, held wide enough that neither can truncate
01 ws-eff-break-1 PIC 9(8)V99 VALUE 0.
01 ws-eff-break-2 PIC 9(8)V99 VALUE 0.
01 ws-eff-break-3 PIC 9(8)V99 VALUE 0.

LINKAGE SECTION.
01 LK-IDENT        PIC 9(3).
PROCEDURE DIVISION USING LK-IDENT LK-PAY-DATE LK-GROSS
        LK-YTD-GROSS LK-FICA-AMT LK-WITHHOLD-AMT
        LK-EMPLOYER-FICA.
    MOVE "R" TO ws-call-type-flag
    PERFORM calculate-taxes
    GOBACK.

*> a supplemental check - same arguments, flat-rate withholding
ENTRY "TAXSUPP" USING LK-IDENT LK-PAY-DATE LK-GROSS
        LK-YTD-GROSS LK-FICA-AMT LK-WITHHOLD-AMT
        LK-EMPLOYER-FICA.
    MOVE "S" TO ws-call-type-flag
    PERFORM calculate-taxes
    GOBACK.

calculate-taxes.
    IF NOT rate-sets-loaded
        PERFORM load-rate-sets
    END-IF
    COMPUTE LK-EMPLOYER-FICA ROUNDED =
        ws-fica-subject * ws-fica-rate

    IF supplemental-call
        COMPUTE LK-WITHHOLD-AMT ROUNDED = LK-GROSS * ws-supp-rate
    ELSE
        PERFORM calculate-bracket-withholding
    END-IF.

*> the brackets apply to the annualized gross less the allowance
*> exemptions, against breakpoints doubled for married filing -
*> same graduated table shape the old hardcoded EVALUATE had, with
*> the breakpoints and rates data, not code
calculate-bracket-withholding.
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
        COMPUTE ws-eff-break-1 = ws-break-1 * 2 * 52
        COMPUTE ws-eff-break-2 = ws-break-2 * 2 * 52
        COMPUTE ws-eff-break-3 = ws-break-3 * 2 * 52
    ELSE
        COMPUTE ws-eff-break-1 = ws-break-1 * 52
        COMPUTE ws-eff-break-2 = ws-break-2 * 52
        COMPUTE ws-eff-break-3 = ws-break-3 * 52
    END-IF
    EVALUATE TRUE
        WHEN ws-taxable <= ws-eff-break-1
        WHEN OTHER
            MOVE ws-rate-top TO ws-withhold-rate
    END-EVALUATE
    *> the year's tax back down to this one check, then the flat
    *> additional amount the employee elected per check
    COMPUTE LK-WITHHOLD-AMT ROUNDED =
        ((ws-taxable * ws-withhold-rate) / ws-checks-per-year)
        + ws-el-addl.

*> the caller's elections off the master - no record (or no master
*> at all on a fresh system) withholds as single with nothing
                        MOVE ws-dft-allow-amt
                            TO ws-set-allow-amt(ws-set-count)
                    END-IF
                    *> the same for the flat supplemental rate
                    IF tcl-supp-rate IS NUMERIC
                            AND tcl-supp-rate > 0
                        MOVE tcl-supp-rate
                            TO ws-set-supp-rate(ws-set-count)
                    ELSE
                        MOVE ws-dft-supp-rate
                            TO ws-set-supp-rate(ws-set-count)
                    END-IF
            END-READ
        END-PERFORM
        IF ws-set-count = 12 AND ws-tax-ctl-status = "00"
    MOVE ws-dft-rate-3 TO ws-rate-3
    MOVE ws-dft-rate-top TO ws-rate-top
    MOVE ws-dft-allow-amt TO ws-allow-amt
    MOVE ws-dft-supp-rate TO ws-supp-rate
    PERFORM VARYING ws-set-idx FROM 1 BY 1
            UNTIL ws-set-idx > ws-set-count
        IF ws-set-eff(ws-set-idx) <= LK-PAY-DATE
            MOVE ws-set-rate-3(ws-set-idx) TO ws-rate-3
            MOVE ws-set-rate-top(ws-set-idx) TO ws-rate-top
            MOVE ws-set-allow-amt(ws-set-idx) TO ws-allow-amt
            MOVE ws-set-supp-rate(ws-set-idx) TO ws-supp-rate
        END-IF
    END-PERFORM.
