      *> Dunning level per customer: the last collection letter the
      *> dunning run sent and the date it went. A customer with
      *> nothing past due has no line at all. DUNRUN escalates off
      *> this instead of resending the same letter every run, and
      *> ARCASH or LOCKBOX drops the line once a payment brings the
      *> customer current (DUNCLRPR.cpy), so the next slip starts
      *> again from a reminder.
      *> Level: 1 reminder (31 days), 2 firm notice (61 days),
      *> 3 final demand (91 days).
       01 DUNNING-REC.
           05 DN-CUST PIC 9(6).
           05 DN-LEVEL PIC 9.
               88 DN-IS-REMINDER VALUE 1.
               88 DN-IS-FIRM VALUE 2.
               88 DN-IS-FINAL VALUE 3.
           05 DN-DATE PIC 9(8).
