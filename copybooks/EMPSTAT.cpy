      *>----------------------------------------------------------
      *> EMPSTAT.cpy
      *> Shared employee-status master record layout. COPY this into
      *> the FILE SECTION of any program that reads or maintains an
      *> employee's employment dates and status. es-ident is the
      *> RECORD KEY of the indexed EMP-STATUS-MASTER file and carries
      *> the same customer ident CUSTOMER-MASTER is keyed on.
      *>
      *> es-status is A active, L on leave, T terminated. A
      *> terminated employee carries the termination date and the
      *> reason code; TIMEEDIT and PAYBATCH refuse any card for a
      *> pay period after es-term-date (EMPCHK answers the question
      *> for both). FINALPAY stamps es-final-pay-date when it cuts
      *> the final check, and from then on no card for the ident
      *> pays at all - the final check is the last one.
      *>
      *> An employee with no record here is treated as active with
      *> no termination - exactly how every employee was paid before
      *> the master existed.
      *>
      *> es-pay-freq says how often the employee is paid: W weekly,
      *> B biweekly, S semi-monthly. PAYBATCH pays a B or S employee
      *> only on that frequency's pay dates on paycal.ctl, and
      *> TAXCALC annualizes the check by it. Blank (no record, or a
      *> record from before the field) is weekly.
      *>----------------------------------------------------------
       01 emp-status-rec.
           02 es-ident          PIC 9(3).
           02 es-hire-date      PIC 9(8).
           02 es-term-date      PIC 9(8).
           02 es-status         PIC X.
               88 es-active      VALUE "A".
               88 es-on-leave    VALUE "L".
               88 es-terminated  VALUE "T".
               88 es-status-valid VALUE "A", "L", "T".
      *> VQ voluntary quit, DI dismissed, LO laid off, RT retired,
      *> DC deceased - blank unless es-status is T
           02 es-term-reason    PIC X(2).
               88 es-reason-valid VALUE "VQ", "DI", "LO", "RT", "DC".
           02 es-final-pay-date PIC 9(8).
           02 es-pay-freq       PIC X.
               88 es-freq-weekly     VALUE "W", SPACE.
               88 es-freq-biweekly   VALUE "B".
               88 es-freq-semimonthly VALUE "S".
               88 es-freq-valid      VALUE "W", "B", "S".
