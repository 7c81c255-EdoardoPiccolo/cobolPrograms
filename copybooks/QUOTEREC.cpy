      *>----------------------------------------------------------
      *> QUOTEREC.cpy
      *> Shared payoff-quote record layout. payquote.cob appends a Q
      *> line for every payoff quote it prints; payapply.cob appends
      *> a P line when a payment equal to an unexpired quote pays
      *> the schedule off, so the same quote never pays off twice.
      *> The file is append-only - a quote is identified by its
      *> ident and quote date, and is used once a P line for the
      *> pair is on file.
      *>
      *> qt-open-amt is what the schedule's open periods came to
      *> and qt-fee-amt the late fees LATEFEE would assess by the
      *> good-through date; qt-payoff-amt is their sum, the figure
      *> the letter tells the customer to remit. On a P line
      *> qt-paid-date is the payment's date and qt-adjust-amt the
      *> difference written off between the quote and what the
      *> schedule actually had open (zero on a Q line).
      *>----------------------------------------------------------
       01 quote-rec.
           02 qt-record-type  PIC X.
               88 qt-quote    VALUE "Q".
               88 qt-paid-off VALUE "P".
           02 qt-ident        PIC 9(3).
           02 qt-quote-date   PIC 9(8).
           02 qt-good-through PIC 9(8).
           02 qt-open-amt     PIC 9(7)V99.
           02 qt-fee-amt      PIC 9(7)V99.
           02 qt-payoff-amt   PIC 9(7)V99.
           02 qt-paid-date    PIC 9(8).
           02 qt-adjust-amt   PIC 9(7)V99.
