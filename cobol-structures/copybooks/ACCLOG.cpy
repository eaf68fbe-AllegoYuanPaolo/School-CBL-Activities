      *> Record-access log, one line each time an inquiry shows a
      *> student's or salesman's record with any sensitive category
      *> unmasked: who (operator and the class it ran under), when,
      *> from which program, whose record (AX-KIND STU student, SLM
      *> salesman, TXN a transaction-log listing, whose AX-KEY of
      *> zero means every key), and which categories were shown --
      *> G grades, C commission, T tax, A address. ACCRPT reads it
      *> back for the auditor.
       01 ACCESS-LOG-REC.
           05 AX-TIMESTAMP PIC X(14).
           05 AX-OPERATOR PIC X(8).
           05 AX-CLASS PIC X.
           05 AX-PROGRAM PIC X(8).
           05 AX-KIND PIC X(3).
           05 AX-KEY PIC 9(6).
           05 AX-SHOWN PIC X(4).
