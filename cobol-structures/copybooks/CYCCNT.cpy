      *> Cycle count line: one per item on the count sheets in
      *> issue. CC-BOOK is the on-hand position frozen when the
      *> sheet printed, so stock that moves while the count is out
      *> does not show up as variance; posting moves IM-ONHAND by
      *> counted minus book, not to the counted figure.
      *> Status: I issued on a sheet, C counted, P posted.
       01 CYCLE-COUNT-REC.
           05 CC-ITEM PIC X(6).
           05 CC-SHEET-DATE PIC 9(8).
           05 CC-BOOK PIC S9(6)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 CC-COUNTED PIC 9(6).
           05 CC-STATUS PIC X.
               88 CC-IS-ISSUED VALUE "I".
               88 CC-IS-COUNTED VALUE "C".
               88 CC-IS-POSTED VALUE "P".
