      *> leaves an R reversal (the GL extract subtracts it back out)
      *> when a printed check is killed, and an I reissue (posted
      *> like a pay event, but the replacement check is already cut
      *> by CHECKVOID itself, so the check print must skip it).
      *> A is RETROPAY's retro adjustment - the difference a
      *> back-dated rate change owes, paid and printed like a
      *> regular check but never mistaken for a pay period's event;
      *> S is SUPPRUN's off-cycle supplemental check (bonus,
      *> commission, correction), withheld at the flat supplemental
      *> rate and likewise printed but never a pay period's event
           02 pl-type         PIC X.
               88 pl-regular  VALUE SPACE.
               88 pl-reversal VALUE "R".
               88 pl-reissue  VALUE "I".
               88 pl-retro    VALUE "A".
               88 pl-supplemental VALUE "S".
      *> the supplemental pay code (BONS bonus, COMM commission,
      *> CORR one-off correction) on an S line - blank on every
      *> other type, and on lines written before the field
           02 pl-pay-code     PIC X(4).
      *> state income tax withheld on this check and the state it
      *> was withheld for (STATETAX - the elections override, else
      *> the address state); spaces/zero when no state applied.
      *> Like pl-withholding it is inside the gross-to-net, so
      *> pl-net foots to gross less both taxes
           02 pl-state        PIC X(2).
           02 pl-state-wh     PIC 9(5)V99.
      *> the retirement deferral piece of pl-volded (the slot
      *> match.ctl names) and the employer's match on it from
      *> MATCHCALC - the match, like pl-empr-fica, is a cost of the
      *> shop outside the gross-to-net; the GL extract posts it as
      *> benefit expense and liability and the plan remittance file
      *> carries both amounts per check
           02 pl-deferral     PIC 9(5)V99.
           02 pl-empr-match   PIC 9(5)V99.
