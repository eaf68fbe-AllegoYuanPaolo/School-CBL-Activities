      *> Examination permit log, one line per permit issued: the
      *> permit number (sequential across the school, drawn from
      *> PERMCTL.DAT), the term and grading period it admits the
      *> student to -- the period is the installment of the term's
      *> plan that must be paid to sit it, PRELIM, MIDTERM, FINALS
      *> -- and who issued it, PERMRUN for the run before the exams
      *> or the cashier ID for a permit issued at the window. A
      *> student holds at most one permit per term and period.
       01 EXAM-PERMIT-REC.
           05 PM-PERMITNO PIC 9(6).
           05 PM-TERM PIC X(6).
           05 PM-PERIOD PIC 9.
           05 PM-PERIOD-NAME PIC X(10).
           05 PM-STUID PIC 9(6).
           05 PM-SNAME PIC X(20).
           05 PM-SECTION PIC X(2).
           05 PM-ISSUED PIC 9(8).
           05 PM-ISSUER PIC X(8).
