      *> Customer price agreement: the contract price a key account
      *> has negotiated for one item, good from CP-FROM through
      *> CP-TO (zero = open-ended). PRCAGREE adds an agreement and
      *> ends one early by stamping CP-TO; nothing is deleted, so
      *> the file stays the record of what was agreed when. Where
      *> two agreements overlap, the one that started latest wins.
       01 CUST-PRICE-REC.
           05 CP-CUST PIC 9(6).
           05 CP-ITEM PIC X(6).
           05 CP-PRICE PIC 9(3).
           05 CP-FROM PIC 9(8).
           05 CP-TO PIC 9(8).
           05 CP-ENTERED-BY PIC X(8).
