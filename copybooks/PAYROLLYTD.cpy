      *> employee's own gross or net, kept here so the accrual the
      *> GL carries can be proven back per employee
           02 ytd-empr-fica   PIC 9(7)V99.
      *> state wages and state income tax withheld, per state the
      *> employee was taxed in this year - three slots, filled in
      *> the order the states first appear, for the wage
      *> statement's per-state section. Rolled to spaces/zero with
      *> the rest of the accumulators
           02 ytd-state-detail.
               03 ytd-state-slot OCCURS 3 TIMES.
                   04 ytd-st-code  PIC X(2).
                   04 ytd-st-wages PIC 9(7)V99.
                   04 ytd-st-wh    PIC 9(7)V99.
      *> the employer's retirement match for the year (MATCHCALC),
      *> rolled with the rest of the accumulators
           02 ytd-empr-match  PIC 9(7)V99.
