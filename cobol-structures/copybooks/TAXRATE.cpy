      *> Tax jurisdiction rate record: the jurisdiction code, the
      *> date the rate takes effect, the rate in percent, and the
      *> jurisdiction's name -- effective-dated the same way
      *> PRICEHIS dates the prices, so a forced rerun of an earlier
      *> day taxes at that day's rate. TAXMAINT appends a line
      *> whenever a rate is set; lines are never changed in place.
       01 TAX-RATE-REC.
           05 TR-JUR PIC X(4).
           05 TR-EFFDATE PIC 9(8).
           05 TR-RATE PIC 9(3)V99.
           05 TR-NAME PIC X(20).
