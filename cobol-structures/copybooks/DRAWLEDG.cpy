      *> when it nets the outstanding draw out of a cheque. The
      *> salesman's draw position is always the ledger's advances
      *> minus its recoveries -- no balance field to drift out of
      *> step with the detail. A draw the final settlement of a
      *> departing salesman could not recover is closed out by a
      *> write-off line, which reduces the position like a recovery
      *> and carries the supervisor who approved it. Voiding a
      *> cheque that recovered draw puts that recovery back with a
      *> reinstatement line, which raises the position like an
      *> advance and carries the approving supervisor too; other
      *> lines leave the approver blank.
       01 DRAW-LEDGER-REC.
           05 DL-SNUM PIC 9(6).
           05 DL-DATE PIC 9(8).
           05 DL-TYPE PIC X.
               88 DL-IS-ADVANCE VALUE "A".
               88 DL-IS-RECOVERY VALUE "R".
               88 DL-IS-WRITEOFF VALUE "W".
               88 DL-IS-REINSTATE VALUE "V".
           05 DL-AMOUNT PIC 9(7)V99.
           05 DL-APPROVER PIC X(8).
