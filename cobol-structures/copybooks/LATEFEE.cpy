      *> Late-payment surcharge log, appended by LATERUN: one line
      *> per student per installment the student was behind on once
      *> its due date had passed, with the amount behind and the
      *> surcharge added to the assessment's TA-FEES and TA-TOTAL.
      *> An installment is surcharged once; LATERUN reads this log
      *> to know which already were, and the cashier's statement
      *> lists the lines under the installments.
       01 LATE-FEE-REC.
           05 LF-TERM PIC X(6).
           05 LF-STUID PIC 9(6).
           05 LF-INSTNO PIC 9.
           05 LF-DATE PIC 9(8).
           05 LF-BEHIND PIC 9(7)V99.
           05 LF-AMOUNT PIC 9(7)V99.
