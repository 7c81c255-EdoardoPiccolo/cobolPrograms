*> interactive pay run and PAYBATCH. Same one-record-at-a-time
*> intake screen style as ratemaint.cob and dedmaint.cob: the
*> current record, if any, is shown first, then every field is
*> re-keyed. The work-state override is STATETAX's - keyed only for
*> someone taxed by a state other than the one they live in.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
*> field would read the seven digits as the integer 1500
01 ws-addl-entry PIC X(7) VALUE SPACES.
01 ws-addl-entry-num REDEFINES ws-addl-entry PIC 9(5)V99.
01 ws-new-state PIC X(2) VALUE SPACES.
01 ws-return-code PIC 9(4) VALUE 0.

*> end-of-run summary appended to the shared DAILY-OPS-LOG via OPSLOG
    DISPLAY "  Filing status : " el-filing
    DISPLAY "  Allowances    : " el-allowances
    DISPLAY "  Additional WH : " el-addl-wh
    DISPLAY "  Work state    : " el-work-state
ELSE
    DISPLAY "No elections on file for employee " ws-work-ident
        " - withholding as single, no allowances"
    INITIALIZE elect-record
    MOVE ws-work-ident TO el-ident
END-IF

    WITH NO ADVANCING
ACCEPT ws-addl-entry
MOVE ws-addl-entry-num TO el-addl-wh
DISPLAY "Work state override (blank = address state): "
    WITH NO ADVANCING
ACCEPT ws-new-state
MOVE ws-new-state TO el-work-state

IF elections-on-file
    REWRITE elect-record
IF ws-return-code = 0
    DISPLAY "Elections for employee " el-ident " are "
        el-filing " / " el-allowances " allowances / "
        el-addl-wh " additional / work state " el-work-state
END-IF

INITIALIZE ws-ops-counts
