      *> Tuition installment plan, one line per term as staged in
      *> FEEMAINT -- the newest line for a term is the plan in force,
      *> so a corrected plan is simply staged again. Up to six
      *> installments (down payment, prelim, midterm, finals, ...),
      *> each with its due date and the percent of the assessment it
      *> carries; the percents total 100. The split is taken from
      *> the assessment as it stands, so an add or drop re-priced in
      *> ENROLL moves every installment with it.
       01 INSTALLMENT-PLAN-REC.
           05 IP-TERM PIC X(6).
           05 IP-COUNT PIC 9.
           05 IP-ENTRY OCCURS 6 TIMES.
               10 IP-NAME PIC X(10).
               10 IP-DUE PIC 9(8).
               10 IP-PCT PIC 9(3).
           05 IP-STAGED PIC 9(8).
