      *>----------------------------------------------------------
      *> PENDREC.cpy
      *> Shared pending-change record layout - a change keyed to
      *> BANKACCT-MASTER (DDMAINT), PAY-RATE-MASTER (RATEMAINT) or
      *> GARN-MASTER (GARNMAINT) no longer lands on the master. It
      *> waits here, queued through PENDCHG, until a supervisor
      *> other than the operator who keyed it approves it on
      *> CHGAPPR - only approval applies it. pendrpt.cob lists what
      *> is still waiting by age every night.
      *>
      *> pn-before/pn-after are the master record images as they
      *> stood when keyed and as they will stand once applied, in
      *> that master's own copybook layout: an add carries a blank
      *> before image, a delete a blank after image (the CUSTAUDIT
      *> convention). A change whose master record no longer
      *> matches its before image when it is approved is stale and
      *> is never applied.
      *>----------------------------------------------------------
       01 pend-rec.
      *> BANKACCT, PAYRATE or GARN
           02 pn-master       PIC X(8).
           02 pn-ident        PIC 9(3).
      *> business date and time of day it was keyed, and by whom
           02 pn-keyed-date   PIC 9(8).
           02 pn-keyed-time   PIC 9(6).
           02 pn-maker        PIC X(8).
           02 pn-program      PIC X(10).
      *> WRITE, REWRITE or DELETE - the verb approval applies
           02 pn-action       PIC X(7).
           02 pn-status       PIC X.
               88 pn-pending  VALUE "P".
               88 pn-approved VALUE "A".
               88 pn-rejected VALUE "R".
               88 pn-stale    VALUE "S".
           02 pn-checker      PIC X(8).
           02 pn-decided-date PIC 9(8).
           02 pn-before       PIC X(100).
           02 pn-after        PIC X(100).
