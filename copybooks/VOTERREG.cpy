      *>
      *> vreg-eval-date is the run date the status was last derived
      *> for, so a stale evaluation is visible as such.
      *>
      *> vreg-precinct is the county precinct the registrant's
      *> ADDR-MASTER address falls in (PRECLOOK, precinct.ctl) -
      *> assigned by the nightly sweep and again whenever ADDRMAINT
      *> changes the address; blank for an ineligible registrant or
      *> an address no precinct line covers.
      *>----------------------------------------------------------
       01 voter-reg-rec.
           02 vreg-ident     PIC 9(3).
               88 vreg-eligible   VALUE "E".
               88 vreg-ineligible VALUE "I".
           02 vreg-eval-date PIC 9(8).
           02 vreg-precinct  PIC X(6).
