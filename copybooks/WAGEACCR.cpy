      *>----------------------------------------------------------
      *> WAGEACCR.cpy
      *> Shared month-end accrued-wages record layout. WAGEACCR
      *> writes the file fresh at each month end; GLEXTRACT posts
      *> the A lines on the month-end business date and the R lines
      *> on the reversal date; MTHCLOSE proves the month's lines
      *> against the header before it will close the period.
      *>
      *> H = header: the month accrued, the accrual (month-end)
      *>     date, and the accrual's total hours, wages and employer
      *>     FICA - department blank
      *> A = one department's accrual, dated the month end
      *> R = the same department's reversal, dated the first
      *>     business day of the next month - same amounts as its
      *>     A line, posted to the opposite sides
      *>----------------------------------------------------------
       01 wage-accr-rec.
           02 wa-record-type PIC X.
               88 wa-header   VALUE "H".
               88 wa-accrual  VALUE "A".
               88 wa-reversal VALUE "R".
           02 wa-period      PIC 9(6).
           02 wa-post-date   PIC 9(8).
           02 wa-dept        PIC X(4).
           02 wa-hours       PIC 9(7)V99.
           02 wa-wages       PIC 9(9)V99.
           02 wa-empr-fica   PIC 9(9)V99.
