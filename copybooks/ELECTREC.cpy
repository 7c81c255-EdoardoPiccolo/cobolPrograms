      *> computed withholding per check. An employee with no record
      *> here withholds as single with no allowances - exactly the
      *> one-table-for-everyone behaviour the master replaced.
      *>
      *> el-work-state overrides the address state for STATETAX -
      *> keyed for someone who works in one state and lives in
      *> another; spaces (and records written before the field)
      *> withhold for the ad-state on ADDR-MASTER.
      *>----------------------------------------------------------
       01 elect-record.
           02 el-ident      PIC 9(3).
               88 el-married VALUE "M".
           02 el-allowances PIC 9(2).
           02 el-addl-wh    PIC 9(5)V99.
           02 el-work-state PIC X(2).
