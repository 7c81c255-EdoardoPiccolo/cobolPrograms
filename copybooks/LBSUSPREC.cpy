      *>----------------------------------------------------------
      *> LBSUSPREC.cpy
      *> Shared unidentified-cash suspense record layout. lockbox.cob
      *> appends an S line for every lockbox item it could not turn
      *> into a payment - no remittance coupon, or a coupon ident
      *> with no schedule on AMORT-MASTER. lbdesk.cob appends an A
      *> line when the desk assigns the item to an account (the
      *> payment goes on payments.dat for PAYAPPLY) or an R line
      *> when it is returned to the remitter. The file is
      *> append-only - an item is identified by its deposit date
      *> and bank item sequence, and is worked once an A or R line
      *> for the pair is on file.
      *>
      *> ls-coupon is the coupon ident exactly as the bank keyed it
      *> (blank when there was no coupon); ls-ident is the account
      *> the desk assigned it to (zero on S and R lines). ls-note
      *> says why the item was suspended, or why it was returned.
      *>----------------------------------------------------------
       01 lb-suspense-rec.
           02 ls-record-type  PIC X.
               88 ls-suspended VALUE "S".
               88 ls-assigned  VALUE "A".
               88 ls-returned  VALUE "R".
           02 ls-deposit-date PIC 9(8).
           02 ls-item-seq     PIC 9(5).
           02 ls-coupon       PIC X(3).
           02 ls-amount       PIC 9(7)V99.
           02 ls-ident        PIC 9(3).
           02 ls-bus-date     PIC 9(8).
           02 ls-operator     PIC X(8).
           02 ls-note         PIC X(24).
