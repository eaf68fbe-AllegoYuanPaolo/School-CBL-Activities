      *> Unapplied cash: money received that could not be matched to
      *> an open item on ARLEDGER.DAT -- more than the customer owed,
      *> or a remittance naming no customer and no invoice we can
      *> find (those sit under customer 000000 until someone
      *> identifies them). The customer's unapplied balance is the
      *> sum of their lines. LOCKBOX writes it and, at the start of
      *> every run, applies what it can against items invoiced since.
       01 UNAPPLIED-REC.
           05 UA-CUST PIC 9(6).
           05 UA-DATE PIC 9(8).
           05 UA-AMOUNT PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 UA-REF PIC X(10).
