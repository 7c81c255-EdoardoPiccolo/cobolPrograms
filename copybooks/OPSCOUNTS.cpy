      *> ws-ops-written  records written to its primary output
      *> ws-ops-rejected records rejected/suspended/excepted
      *> ws-ops-amount   the step's primary money total, signed
      *> ws-ops-restart  the input records a restarted run resumed
      *>                 after (CHKPOINT) - zero for a run from the
      *>                 top
      *>
      *> INITIALIZE the group first - a step that has nothing to say
      *> for a field reports it as zero, never as leftovers.
           02 ws-ops-written  PIC 9(7).
           02 ws-ops-rejected PIC 9(7).
           02 ws-ops-amount   PIC S9(9)V99.
           02 ws-ops-restart  PIC 9(7).
