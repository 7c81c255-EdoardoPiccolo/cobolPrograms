      *> still foots exactly to the prorated total, penny remainder
      *> in the final period); am-paid-amt accumulates what has been
      *> applied against it, and am-status tracks unpaid / partially
      *> paid / fully paid / charged off. A charged-off period
      *> (chgoff.cob) is no longer collectible: the aging,
      *> delinquency, dunning, late-fee and autopay sweeps pass it
      *> by, and PAYAPPLY takes a payment on the account as a
      *> recovery instead of applying it - see copybooks/CHGOFFREC.cpy.
      *> A restructured period (restruct.cob) handed its open part
      *> on to the new periods of a hardship restructure: it keeps
      *> its amount and what was paid on it, and every sweep passes
      *> it by the same way.
      *>----------------------------------------------------------
       01 amort-rec.
           02 am-key.
               88 am-unpaid  VALUE "U".
               88 am-partial VALUE "P".
               88 am-paid    VALUE "F".
               88 am-charged-off VALUE "C".
               88 am-restructured VALUE "R".
      *> am-type tells a scheduled period (blank) from a late fee
      *> (L) the assessment run posted onto the schedule - PAYAPPLY
      *> collects both through the same oldest-open-period walk,
