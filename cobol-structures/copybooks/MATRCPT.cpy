      *> Material receipt journal: one line per delivery of stock
      *> sheets posted in MATSTK, so a rack count that does not tie
      *> can be walked back receipt by receipt, the way RECVLOG
      *> explains the item master's on-hand.
       01 MATERIAL-RECEIPT-REC.
           05 MR-MATERIAL PIC X(4).
           05 MR-DATE PIC 9(8).
           05 MR-SHEETS PIC 9(5).
           05 MR-REFERENCE PIC X(12).
