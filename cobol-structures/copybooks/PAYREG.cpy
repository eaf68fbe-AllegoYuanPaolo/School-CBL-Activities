      *> Payment register control line, appended by COMMRUN for
      *> each payment run that cut cheques: the cutoff, the first
      *> and last cheque numbers the run drew, and the count and
      *> net total of its cheques -- the register's closing control
      *> totals, kept. POSPAY proves the positive-pay file against
      *> every line still pending before the file is released to
      *> the bank, then marks the line released with the date.
       01 PAY-REGISTER-REC.
           05 PR-CUTOFF PIC 9(8).
           05 PR-FIRST-CHEQUE PIC 9(6).
           05 PR-LAST-CHEQUE PIC 9(6).
           05 PR-COUNT PIC 9(4).
           05 PR-NET PIC 9(11)V99.
           05 PR-STATUS PIC X.
               88 PR-IS-PENDING VALUE "P".
               88 PR-IS-RELEASED VALUE "R".
           05 PR-RELEASED PIC 9(8).
