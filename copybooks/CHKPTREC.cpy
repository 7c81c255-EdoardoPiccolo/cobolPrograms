      *>----------------------------------------------------------
      *> CHKPTREC.cpy
      *> Shared mid-file checkpoint record (data/checkpoint.dat) -
      *> one line per checkpointed program, kept by CHKPOINT. COPY
      *> it into WORKING-STORAGE and pass it on every
      *> CALL "CHKPOINT" USING <mode> checkpoint-rec <disposition>.
      *>
      *> cp-input-count  input records fully processed at the last
      *>                 commit - a restart re-reads past them
      *> cp-output       each output file the program appends to,
      *>                 by CHKPOINT tag: the records it held
      *>                 before the run (base, CHKPOINT counts them)
      *>                 and the records the run had written at the
      *>                 commit - a restart cuts the file back to
      *>                 base + written. cp-out-replace Y marks
      *>                 a file the run writes from empty (OPEN
      *>                 OUTPUT) - its base is zero
      *> cp-totals       the program's own accumulators and control
      *>                 totals, laid out by the program itself
      *>
      *> A line left active for the business date is a run that
      *> died; a completed one is history.
      *>----------------------------------------------------------
       01 checkpoint-rec.
           02 cp-program      PIC X(10).
           02 cp-bus-date     PIC 9(8).
           02 cp-input-count  PIC 9(7).
           02 cp-commit-count PIC 9(5).
           02 cp-status       PIC X.
               88 cp-active   VALUE "A".
               88 cp-complete VALUE "C".
           02 cp-output OCCURS 6 TIMES.
               03 cp-out-tag     PIC X(8).
               03 cp-out-replace PIC X.
                   88 cp-out-replaced VALUE "Y".
               03 cp-out-base    PIC 9(9).
               03 cp-out-written PIC 9(7).
           02 cp-totals       PIC X(300).
