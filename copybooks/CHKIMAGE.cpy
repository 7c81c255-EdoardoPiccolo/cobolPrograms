      *>----------------------------------------------------------
      *> CHKIMAGE.cpy
      *> Before-image of one master record, handed to CHKPOINT's
      *> CHKIMAGE entry just before a checkpointed run changes it -
      *> CALL "CHKIMAGE" USING checkpoint-image. A restart puts the
      *> images taken since the last commit back, newest first, so
      *> the work after that commit is undone before it is redone.
      *>
      *> ci-file   the master, by CHKPOINT tag (ACCTMAST, AMORTMST,
      *>           PAYRYTD, LEAVE, DEDUCTS)
      *> ci-action R - the record was on file and is being changed;
      *>           N - the record is being added (a restart deletes
      *>           it again)
      *> ci-image  the record as it stood
      *>
      *> Outside a checkpointed run the call does nothing.
      *>----------------------------------------------------------
       01 checkpoint-image.
           02 ci-file   PIC X(8).
           02 ci-action PIC X.
               88 ci-replaced VALUE "R".
               88 ci-added    VALUE "N".
           02 ci-image  PIC X(200).
