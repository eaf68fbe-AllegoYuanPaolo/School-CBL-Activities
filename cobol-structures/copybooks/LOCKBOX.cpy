      *> Bank lockbox remittance file, one line per payment the bank
      *> took in for us that day: the customer number and invoice
      *> the remitter quoted (either may be zero when the payment
      *> came in with no reference), the amount, and the bank's own
      *> item reference. The bank closes the file with a trailer
      *> carrying its item count and total, which LOCKBOX proves
      *> applied plus unapplied cash against, and the deposit
      *> reference the bank gave the whole file.
       01 LOCKBOX-REC.
           05 LB-TYPE PIC X.
               88 LB-IS-DETAIL VALUE "D".
               88 LB-IS-TRAILER VALUE "T".
           05 LB-DATE PIC 9(8).
           05 LB-CUST PIC 9(6).
           05 LB-INVNO PIC 9(6).
           05 LB-AMOUNT PIC 9(7)V99.
           05 LB-REF PIC X(10).
       01 LOCKBOX-TRAILER-REC.
           05 LT-TYPE PIC X.
           05 LT-DATE PIC 9(8).
           05 LT-COUNT PIC 9(6).
           05 LT-TOTAL PIC 9(9)V99.
           05 LT-REF PIC X(10).
           05 FILLER PIC X(4).
