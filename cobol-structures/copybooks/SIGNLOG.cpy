      *> password event -- success, failure, lockout, a password
      *> change, a supervisor unlock -- written by MENU's sign-on
      *> and by OPERMNT. This is the file the auditor asks about
      *> first, and OPERMNT's review report reads it back. SO-BY is
      *> the supervisor who performed an OPERMNT event on the
      *> account (blank on MENU's own sign-on lines).
       01 SIGNON-LOG-REC.
           05 SO-TIMESTAMP PIC X(14).
           05 SO-OPERATOR PIC X(8).
           05 SO-EVENT PIC X(8).
           05 SO-BY PIC X(8).
