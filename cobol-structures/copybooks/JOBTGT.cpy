      *> Batch deadline targets, edited by hand like the abort
      *> policy file: one line per JOBSCHED step that has to be
      *> finished by a clock time, and a STREAM line for the whole
      *> nightly stream, the time as HHMM. A time earlier in the day
      *> than the stream started is the next morning. A step with no
      *> line has no deadline of its own. NIGHTJOB projects the
      *> finish against these as each step ends and alerts as soon
      *> as a projection crosses one.
       01 JOB-TARGET-REC.
           05 JT-STEP PIC X(8).
           05 JT-TARGET PIC 9(4).
