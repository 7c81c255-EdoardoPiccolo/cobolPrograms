      *>----------------------------------------------------------
      *> CARDHIST.cpy
      *> Shared paid-timecard history record layout. PAYBATCH
      *> appends one line per pay week it pays: the approved hours
      *> (worked, vacation, sick) the week was paid on, the hourly
      *> rate and overtime policy applied, and the gross that came
      *> out - the approved-cards file itself is rewritten every
      *> night, so this is the only place last month's hours still
      *> exist once the checks have printed.
      *>
      *> RETROPAY reads it back to re-price a week paid at the
      *> prior rate after a back-dated rate change, and stamps
      *> ch-rate with the new rate once the difference is paid so
      *> the same week never pays retro twice.
      *>----------------------------------------------------------
       01 card-hist-rec.
           02 ch-ident        PIC 9(3).
           02 ch-period       PIC 9(8).
           02 ch-hours        PIC 9(3)V99.
           02 ch-vac-hours    PIC 9(3)V99.
           02 ch-sick-hours   PIC 9(3)V99.
           02 ch-rate         PIC 9(3)V99.
           02 ch-ot-threshold PIC 9(3)V99.
           02 ch-ot-mult      PIC 9V99.
           02 ch-gross        PIC 9(5)V99.
      *> the date of the check the week was paid on - the week
      *> itself for a weekly employee, the pay date for a biweekly
      *> or semi-monthly check that carried several weeks (this is
      *> the pl-date on PAYROLL-LOG)
           02 ch-pay-date     PIC 9(8).
