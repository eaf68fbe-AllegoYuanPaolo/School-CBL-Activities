      *> menu options the operator sees and may run. Classes:
      *> S supervisor (everything, including the programs that
      *> rewrite the masters), E encoder (the grading programs),
      *> D estimating desk (the geometry programs), O office clerk
      *> (the student holds of the one office in OP-OFFICE -- the
      *> library, accounting, discipline -- and nothing else).
      *> The lifecycle fields carry the date the password was last
      *> set (expiry runs against the staged PWEXPDAY), the running
      *> count of consecutive failures, and the lockout switch a
               88 OP-SUPERVISOR VALUE "S".
               88 OP-ENCODER VALUE "E".
               88 OP-DESK VALUE "D".
               88 OP-OFFICE-CLERK VALUE "O".
           05 OP-PWDATE PIC 9(8).
           05 OP-FAILS PIC 9(2).
           05 OP-LOCKED PIC X.
               88 OP-IS-LOCKED VALUE "Y".
           05 OP-OFFICE PIC X(4).
