      *> Stock movement ledger: one line for every change to an
      *> item's IM-ONHAND, whatever program made it, so an on-hand
      *> figure that looks wrong can be walked back movement by
      *> movement and STKVAL can roll the month up from one file.
      *> SM-QTY is the signed effect on on-hand (a sale is negative,
      *> a receipt positive). A backed-out posting day writes the
      *> same types with the sign reversed, so the day nets out of
      *> sales and returns rather than showing as a type of its own.
      *> SM-DATE is the business date the movement belongs to;
      *> SM-STAMP is the wall clock it was written.
      *> Types: RCPT receipt, SALE, RTRN customer return, ADJ
      *> count adjustment or opening stock.
       01 STOCK-MOVEMENT-REC.
           05 SM-DATE PIC 9(8).
           05 SM-ITEM PIC X(6).
           05 SM-TYPE PIC X(4).
               88 SM-IS-RECEIPT VALUE "RCPT".
               88 SM-IS-SALE VALUE "SALE".
               88 SM-IS-RETURN VALUE "RTRN".
               88 SM-IS-ADJUST VALUE "ADJ ".
           05 SM-QTY PIC S9(6)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 SM-SOURCE PIC X(8).
           05 SM-REF PIC X(10).
           05 SM-STAMP PIC X(14).
