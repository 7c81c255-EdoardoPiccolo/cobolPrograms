      *>----------------------------------------------------------
      *> OPERREC.cpy
      *> Shared operator-file record layout (data/operators.ctl) -
      *> one line per operator: the ID, one Y/N authority byte per
      *> MENU option, the full-SSN authority byte SSNMASK checks,
      *> and the sign-on state MENU keeps. Maintained by supervisors
      *> on OPERMAINT, read and rewritten one record at a time
      *> through OPERFILE - never edited by hand.
      *>
      *> The password is kept only as its PWHASH digest. A record
      *> from before digests were kept still carries the password
      *> in ctl-password with a blank ctl-pw-hash; MENU accepts it
      *> once and makes the operator choose a new one, which blanks
      *> the old column. ctl-pw-set-date is the business date the
      *> password was last chosen by its operator - zero after a
      *> supervisor add or reset, so the temporary password must be
      *> changed at the next sign-on. Failed attempts count across
      *> sessions; at the limit the record locks until a supervisor
      *> resets it.
      *>----------------------------------------------------------
       01 operator-ctl-rec.
           02 ctl-oper-id    PIC X(8).
           02 ctl-password   PIC X(8).
           02 ctl-auths      PIC X(7).
      *> full-SSN authority - Y lets this operator see the whole SSN
      *> on the inquiry screens (SSNMASK logs every such view); the
      *> menu itself doesn't use it
           02 ctl-ssn-auth   PIC X.
      *> blank on a record from before the status existed = active
           02 ctl-status     PIC X.
               88 ctl-disabled VALUE "D".
               88 ctl-locked   VALUE "L".
           02 ctl-fail-count PIC 9.
           02 ctl-pw-set-date PIC 9(8).
           02 ctl-pw-hash    PIC X(16).
