      *> every check the bank already paid. checkvoid.cob stamps a
      *> killed check V, so the reconciliation stops expecting it
      *> and a bank item for it reports as a missed stop-pay.
      *> pospay.cob sends the bank each new line as an issue record
      *> and each V as a void record for positive pay. escheat.cob
      *> stamps E on a check left uncashed past the dormancy period
      *> and its due-diligence window - the money has gone to the
      *> state, so the check is as dead to the bank as a void.
      *>----------------------------------------------------------
       01 register-rec.
           02 cr-check-no PIC 9(6).
               88 cr-outstanding VALUE SPACE.
               88 cr-cleared     VALUE "P".
               88 cr-voided      VALUE "V".
               88 cr-escheated   VALUE "E".
