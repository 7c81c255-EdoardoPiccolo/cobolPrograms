      *>----------------------------------------------------------
      *> GRADEREC.cpy
      *> Shared gradebook master record layout. COPY this into the
      *> FILE SECTION of any program that loads or reports student
      *> grades. gb-key is the RECORD KEY of the indexed GRADEBOOK
      *> file - student ident, term and course - so a key-order
      *> sweep reads each student's terms in order, oldest first.
      *>
      *> gb-student carries the same ident students.dat and
      *> CUSTOMER-MASTER use. gb-term is YYYYS: the year and the
      *> session, 1 spring, 2 summer, 3 fall. gb-course is a code
      *> on courses.ctl (COURSELOOK), and gb-credits is that
      *> course's credit hours as they stood when the grade was
      *> loaded. gb-grade is the letter grade A, B, C, D or F -
      *> pass or fail is decided against passscore.ctl at report
      *> time, never stored here.
      *>----------------------------------------------------------
       01 gradebook-rec.
           02 gb-key.
               03 gb-student    PIC 9(3).
               03 gb-term.
                   04 gb-term-year    PIC 9(4).
                   04 gb-term-session PIC 9.
                       88 gb-session-valid VALUE 1, 2, 3.
               03 gb-course     PIC X(8).
           02 gb-credits        PIC 9V9.
           02 gb-grade          PIC X.
               88 gb-grade-valid VALUE "A", "B", "C", "D", "F".
           02 gb-load-date      PIC 9(8).
