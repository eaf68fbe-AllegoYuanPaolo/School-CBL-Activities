      *> Receivable payment history: one line per amount of cash
      *> applied to an open item on ARLEDGER.DAT, written by ARCASH
      *> as it posts -- the ledger itself only keeps the running
      *> AR-PAID, so this is where the customer statement finds
      *> each payment, its date, and the invoice it went against.
      *> PH-SOURCE names the program that applied the cash.
       01 AR-PAYMENT-REC.
           05 PH-DATE PIC 9(8).
           05 PH-CUST PIC 9(6).
           05 PH-INVNO PIC 9(6).
           05 PH-AMOUNT PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 PH-SOURCE PIC X(8).
