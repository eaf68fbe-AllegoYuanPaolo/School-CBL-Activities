      *> Labor booking: one line per stretch of shop time booked to
      *> a job, costed at the SHOPRATE hourly rate in force when it
      *> posts -- the labor counterpart of MATISSUE, so the job-cost
      *> report can set the labor actually spent against the cutting
      *> and handling the quote priced.
       01 JOB-LABOR-REC.
           05 LB-JOBNO PIC 9(6).
           05 LB-DATE PIC 9(8).
           05 LB-HOURS PIC 9(3)V99.
           05 LB-RATE PIC 9(3)V99.
           05 LB-COST PIC 9(7)V99.
