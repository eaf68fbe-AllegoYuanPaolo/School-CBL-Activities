      *> Working storage for the installment split (paragraphs in
      *> INSTPR.cpy). The caller declares INSTALLMENT-PLAN-FILE
      *> assigned to "INSTPLAN.DAT" with FILE STATUS wsIpStatus and
      *> FD INSTPLAN, moves the term to instTerm and PERFORMs
      *> LOAD-INSTALLMENT-PLAN; then for each assessment moves the
      *> amount to split to instBase and what has been paid to
      *> instPaid and PERFORMs SPLIT-ASSESSMENT.
       01 wsIpStatus PIC X(2).
       01 instEOF PIC X.
       01 instTerm PIC X(6).
       01 instFound PIC X.
       01 instCount PIC 9 VALUE 0.
       01 instIdx PIC 9.
       01 instBase PIC 9(7)V99.
       01 instPaid PIC 9(7)V99.
       01 instLeft PIC 9(7)V99.
       01 instSplit PIC 9(7)V99.
       01 instCum PIC 9(7)V99.
       01 instTable.
           05 instEntry OCCURS 6 TIMES.
               10 instName PIC X(10).
               10 instDue PIC 9(8).
               10 instPct PIC 9(3).
               10 instAmount PIC 9(7)V99.
               10 instApplied PIC 9(7)V99.
               10 instOwing PIC 9(7)V99.
               10 instCumDue PIC 9(7)V99.
