      *> forced rerun of an earlier day prices at that day's price,
      *> not at whatever ITMMAINT staged since. Lines are appended,
      *> never changed in place -- the file is its own history of
      *> what was charged when. PH-KEYED-BY is the operator who set
      *> the price; PRCHGLST records who signed it off on PRCSIGN.
       01 PRICE-HIST-REC.
           05 PH-ITEM PIC X(6).
           05 PH-EFFDATE PIC 9(8).
           05 PH-UPRICE PIC 9(3).
           05 PH-KEYED-BY PIC X(8).
