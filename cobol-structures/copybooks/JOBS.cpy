      *> material cost. Actual material issues post against the job
      *> on MATISSUE.DAT as the shop draws stock, and the job-cost
      *> report sets the two against each other -- margin erosion
      *> surfaces per job, not in the annual accounts. When the job
      *> is finished JOBCOST bills it: the invoice number drawn,
      *> the CUSTMAST customer it was billed to, the date, and the
      *> amount before tax land here and the status goes to B, so
      *> the same job can never be invoiced twice (zeros on jobs
      *> not yet billed). JB-ESTLABOR is the cutting and handling
      *> the quote priced, set against the labor booked to the job
      *> on JOBLABOR.DAT; JB-ESTCOST is then the quote's material
      *> alone (spaces on jobs opened before labor was quoted).
       01 JOB-REC.
           05 JB-JOBNO PIC 9(6).
           05 JB-QUOTENO PIC 9(6).
           05 JB-STATUS PIC X.
               88 JB-IS-OPEN VALUE "O".
               88 JB-IS-CLOSED VALUE "C".
               88 JB-IS-BILLED VALUE "B".
           05 JB-CUSTNO PIC 9(6).
           05 JB-INVNO PIC 9(6).
           05 JB-BILLDATE PIC 9(8).
           05 JB-BILLAMT PIC 9(9)V99.
           05 JB-ESTLABOR PIC 9(9)V99.
