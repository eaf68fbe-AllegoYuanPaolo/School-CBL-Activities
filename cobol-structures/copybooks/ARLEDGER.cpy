      *> balance. ARCASH posts customer payments against a specific
      *> invoice number and flips the status to paid when the item
      *> is covered; ARAGE buckets whatever is still open into
      *> current/30/60/90+ for collections. An item ARWOFF writes
      *> off as bad debt carries status W: it is off the open ledger
      *> but keeps its balance, so a later recovery posts against it.
       01 AR-LEDGER-REC.
           05 AR-INVNO PIC 9(6).
           05 AR-CUST PIC 9(6).
           05 AR-STATUS PIC X.
               88 AR-IS-OPEN VALUE "O".
               88 AR-IS-PAID VALUE "P".
               88 AR-IS-WRITTEN-OFF VALUE "W".
