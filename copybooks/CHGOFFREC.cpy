      *>----------------------------------------------------------
      *> CHGOFFREC.cpy
      *> Shared charge-off history record layout. chgoff.cob appends
      *> a C line for every account a supervisor approved for
      *> charge-off - the bad-debt amount is the open balance of the
      *> periods it stamped charged-off on AMORT-MASTER - and
      *> payapply.cob appends an R line for every payment it later
      *> takes in on a charged-off account as a recovery instead of
      *> applying it to a period. An account's outstanding bad debt
      *> is its C amounts less its R amounts.
      *>
      *> co-ref-date is the oldest open due date the account was
      *> charged off on (C) or the payment's date (R); co-operator
      *> is the approving supervisor (C) or the program that took
      *> the recovery (R).
      *>----------------------------------------------------------
       01 chgoff-rec.
           02 co-record-type PIC X.
               88 co-charge-off VALUE "C".
               88 co-recovery   VALUE "R".
           02 co-ident       PIC 9(3).
           02 co-bus-date    PIC 9(8).
           02 co-ref-date    PIC 9(8).
           02 co-amount      PIC 9(7)V99.
           02 co-operator    PIC X(8).
