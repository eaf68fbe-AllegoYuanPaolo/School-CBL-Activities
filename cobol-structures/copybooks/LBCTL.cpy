      *> Processed-lockbox control: one line per bank file LOCKBOX
      *> has applied, identified by the trailer's date, the bank's
      *> deposit reference, and its item count and total (a file
      *> that came without a trailer is identified off its own
      *> first detail date and detail sums, reference blank). A file
      *> whose identity is already here has been applied once and
      *> is refused, so a resent or re-run file cannot post the same
      *> cash twice. LC-STAMP is when the file was applied.
       01 LOCKBOX-CONTROL-REC.
           05 LC-DATE PIC 9(8).
           05 LC-REF PIC X(10).
           05 LC-COUNT PIC 9(6).
           05 LC-TOTAL PIC 9(9)V99.
           05 LC-STAMP PIC X(14).
