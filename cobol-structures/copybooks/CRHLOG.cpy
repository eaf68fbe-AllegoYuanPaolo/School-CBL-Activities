      *> Credit-hold decision log: one line per release or cancel
      *> CRHOLD takes, with the supervisor who took it, when, the
      *> hold it settled, and the reason keyed -- append-only, so
      *> every decision on a held sale can be traced after the fact.
       01 CREDIT-HOLD-LOG-REC.
           05 CL-TIMESTAMP PIC X(14).
           05 CL-OPERATOR PIC X(8).
           05 CL-HOLDNO PIC 9(6).
           05 CL-CUST PIC 9(6).
           05 CL-AMOUNT PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 CL-ACTION PIC X.
               88 CL-IS-RELEASE VALUE "R".
               88 CL-IS-CANCEL VALUE "C".
           05 CL-REASON PIC X(30).
