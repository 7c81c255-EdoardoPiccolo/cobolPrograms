      *>----------------------------------------------------------
      *> CORRREC.cpy
      *> Shared correspondence history record layout - one line per
      *> document produced for a customer, appended through CORRLOG
      *> by every document print (CHECKPRINT, ACCTSTMT, DUNNING,
      *> WAGESTMT, REFUNDRUN, ESCHEAT, PAYQUOTE and CHECKVOID's
      *> reissues) and listed newest first by corrinq.cob. When a
      *> customer disputes a notice, what was sent, when, and to
      *> which address is on file here. retention.cob ages the file
      *> out under the CORRESP tag; cm-date is the business date
      *> the document was produced, stamped by CORRLOG.
      *>
      *> cm-reference/cm-amount say which document it was: the
      *> check number and net or refund amount, the notice level
      *> and amount past due, the statement date and closing
      *> balance, the wage year and gross, the stale check number
      *> and amount, the quote date and payoff. The pair is one
      *> group so a held document can carry it on its held-mail
      *> address slot and log it again when it is released.
      *>----------------------------------------------------------
       01 corr-rec.
           02 cm-ident       PIC 9(3).
           02 cm-date        PIC 9(8).
           02 cm-time        PIC 9(6).
           02 cm-program     PIC X(10).
      *> CHECK, ADVICE, STMT, NOTICE, WAGESTMT, REFUND, REISSUE,
      *> ESCHEAT or PAYQUOTE
           02 cm-document    PIC X(8).
           02 cm-doc-ident.
               03 cm-reference PIC X(10).
               03 cm-amount    PIC S9(7)V99 SIGN IS LEADING SEPARATE.
      *> what became of it - mailed to the address below, held for
      *> returned mail, released from hold to the address below, or
      *> flagged NO ADDRESS ON FILE for the desk
           02 cm-disposition PIC X.
               88 cm-mailed     VALUE "M".
               88 cm-held       VALUE "H".
               88 cm-released   VALUE "R".
               88 cm-no-address VALUE "N".
           02 cm-street      PIC X(20).
           02 cm-city        PIC X(15).
           02 cm-state       PIC X(2).
           02 cm-postal      PIC X(10).
