      *>----------------------------------------------------------
      *> ARACTIVITY.cpy
      *> Shared receivables activity journal record layout. Every
      *> program that moves money on the receivables side appends
      *> one line per event through ARJRNL - ACCTPOST's postings,
      *> AUTOPAY's draws and ACCTINT's interest and overdraft
      *> charges (as ACCTPOST posts them), PAYAPPLY's payments,
      *> recoveries, payoff adjustments and unapplied credits,
      *> LOCKBOX's and LBDESK's suspense items, CHGOFF's
      *> charge-offs, LATEFEE's and NSFREV's fees, NSFREV's
      *> reversals and REFUNDRUN's refund checks - and arglext.cob
      *> reads the business day's lines back to build the
      *> receivables GL feed, the way glextract.cob reads
      *> PAYROLL-LOG.
      *>
      *> ra-bus-date is the business date the event happened on, not
      *> the date on the transaction it came from - the feed is one
      *> day's activity. ra-amount is always positive; the activity
      *> code says which accounts it debits and credits.
      *>----------------------------------------------------------
       01 ar-activity-rec.
           02 ra-bus-date PIC 9(8).
           02 ra-program  PIC X(10).
           02 ra-activity PIC X(4).
      *> posted to a deposit balance (ACCTPOST, amount positive)
               88 ra-deposit       VALUE "DEPO".
      *> drawn from a deposit balance (ACCTPOST, amount negative)
               88 ra-withdrawal    VALUE "WDRL".
      *> an autopay draw off the deposit balance (ACCTPOST, source A)
               88 ra-autopay-draw  VALUE "AUTO".
      *> a mailed payment received (PAYAPPLY)
               88 ra-payment       VALUE "PAYM".
      *> an autopay payment received (PAYAPPLY, source A)
               88 ra-autopay-pay   VALUE "APAY".
      *> the part of a payment left as an unapplied credit
               88 ra-unapplied     VALUE "UNAP".
      *> a late fee posted onto the schedule (LATEFEE)
               88 ra-late-fee      VALUE "LATE".
      *> applied money backed out of a bounced payment (NSFREV)
               88 ra-nsf-reversal  VALUE "NSFR".
      *> the NSF fee posted onto the schedule (NSFREV)
               88 ra-nsf-fee       VALUE "NSFF".
      *> an unapplied credit refunded by check (REFUNDRUN)
               88 ra-refund        VALUE "RFND".
      *> month-end interest credited to a deposit balance (ACCTPOST,
      *> source I - written by ACCTINT)
               88 ra-interest      VALUE "INTC".
      *> month-end overdraft charge taken from a deposit balance
      *> (ACCTPOST, source O - written by ACCTINT)
               88 ra-overdraft-chg VALUE "ODCH".
      *> an account's open balance charged off as bad debt (CHGOFF)
               88 ra-charge-off    VALUE "CHOF".
      *> a payment on a charged-off account taken as a recovery
      *> (PAYAPPLY - the payment itself is journaled PAYM/APAY)
               88 ra-recovery      VALUE "RCVY".
      *> the few cents a payoff quote fell short of the schedule,
      *> written off when PAYAPPLY closed the account on the quote
               88 ra-payoff-adj    VALUE "PADJ".
      *> a lockbox item nobody could identify, taken into the
      *> unidentified-cash suspense account (LOCKBOX)
               88 ra-to-suspense   VALUE "LBSU".
      *> a suspense item the desk assigned or returned (LBDESK) - an
      *> assigned one comes back in as PAYAPPLY's PAYM
               88 ra-off-suspense  VALUE "LBCL".
      *> a closed account's credit balance moved to the refund queue
      *> (ACCTPOST, source C - written by ACCTMAINT)
               88 ra-acct-closing  VALUE "ACLS".
      *> an uncashed check's money turned over to the state as
      *> unclaimed property (ESCHEAT)
               88 ra-escheat       VALUE "ESCH".
           02 ra-ident    PIC 9(3).
           02 ra-amount   PIC 9(7)V99.
