      *> ACCTPOST, never a side door around the control totals
           02 ab-autopay        PIC X.
               88 ab-autopay-on VALUE "Y".
      *> account status (acctmaint.cob, audited through ACCTAUDIT):
      *> open (O, or blank on an account opened before the field),
      *> frozen for fraud, on legal hold, or closed. A frozen or
      *> held account takes no debits in ACCTPOST and no AUTOPAY
      *> draws; a closed one takes nothing but its closing debit.
           02 ab-status         PIC X.
               88 ab-open        VALUE "O" SPACE.
               88 ab-frozen      VALUE "F".
               88 ab-legal-hold  VALUE "H".
               88 ab-held        VALUE "F" "H".
               88 ab-closed      VALUE "C".
      *> how far below zero ACCTPOST lets a debit take ab-balance -
      *> zero means the account may not go overdrawn by a debit
           02 ab-od-limit       PIC 9(7)V99.
