      *> Tuition refund schedule, one line per term as staged in
      *> FEEMAINT -- the newest line for a term is the one in force,
      *> so a corrected schedule is simply staged again. A subject
      *> dropped before RF-CLASS-START is refunded in full; a drop
      *> in the Nth week of classes (week 1 starting on the class
      *> start date) is refunded RF-WEEK-PCT(N) percent of the
      *> subject's tuition, and nothing after the sixth week.
       01 REFUND-SCHEDULE-REC.
           05 RF-TERM PIC X(6).
           05 RF-CLASS-START PIC 9(8).
           05 RF-WEEK-PCT PIC 9(3) OCCURS 6 TIMES.
           05 RF-STAGED PIC 9(8).
