      *> due; the delinquency aging counts expected installments
      *> from it, so the collections side finally knows what should
      *> have been paid by now, not just what the schedule quotes.
      *> LN-APPNO is the LOANAPP application the loan was approved
      *> from (spaces on loans keyed before applications were kept).
       01 LOAN-REC.
           05 LN-ID PIC X(6).
           05 LN-BORROWER PIC X(20).
           05 LN-RATE PIC 9(3)V99.
           05 LN-TERM PIC 9(3).
           05 LN-STARTDATE PIC 9(8).
           05 LN-APPNO PIC 9(6).
