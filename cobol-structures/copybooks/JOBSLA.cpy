      *> Nightly stream SLA line, one per NIGHTJOB run: the business
      *> date, when the stream started and finished, the STREAM
      *> target it ran against (zero when none was set), whether it
      *> missed and by how many minutes, and the slowest step of the
      *> night with its elapsed seconds. SLARPT reads it back by
      *> month.
       01 JOB-SLA-REC.
           05 JA-BUSDATE PIC 9(8).
           05 JA-START PIC X(14).
           05 JA-END PIC X(14).
           05 JA-TARGET PIC 9(4).
           05 JA-MISSED PIC X.
               88 JA-IS-MISSED VALUE "Y".
           05 JA-OVER-MIN PIC 9(4).
           05 JA-SLOW-STEP PIC X(8).
           05 JA-SLOW-SECS PIC 9(6).
