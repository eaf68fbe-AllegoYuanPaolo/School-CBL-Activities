      *> business date is the calendar-derived date the entry posted
      *> under, which is what the run-control backouts select on --
      *> the timestamp is wall clock and differs on weekend runs.
      *> TL-CUST is the customer a sales entry was billed to (zero
      *> on entries with no customer and on older lines), and
      *> TL-OPERATOR the menu operator the run was started under,
      *> stamped by LOG-TRANSACTION itself.
       01 TRANSACTION-LOG-REC.
           05 TL-PROGRAM PIC X(8).
           05 TL-TIMESTAMP PIC X(14).
               SIGN IS LEADING SEPARATE CHARACTER.
           05 TL-OUTCOME PIC X(8).
           05 TL-BUSDATE PIC 9(8).
           05 TL-CUST PIC 9(6).
           05 TL-OPERATOR PIC X(8).
