      *> statements, past-due notices). A document for a customer
      *> with no record here prints a visible NO ADDRESS ON FILE
      *> flag instead of mailing blind.
      *>
      *> ad-mail-status U is returned mail (RETMAIL): the post
      *> office sent back the document named in ad-returned-doc on
      *> ad-returned-date, and the document prints divert that
      *> customer's mail to the held-mail file (HELDMAIL) until
      *> ADDRMAINT keys a new address. A record written before
      *> the returned-mail fields reads back spaces there - good
      *> mail.
      *>----------------------------------------------------------
       01 addr-record.
           02 ad-ident  PIC 9(3).
           02 ad-state  PIC X(2).
           02 ad-postal PIC X(10).
           02 ad-phone  PIC X(12).
           02 ad-mail-status    PIC X.
               88 ad-undeliverable VALUE "U".
           02 ad-returned-date  PIC 9(8).
           02 ad-returned-doc   PIC X(8).
