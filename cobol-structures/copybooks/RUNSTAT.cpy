      *> (SEQ7, SEL8, SEQ5, SEL1, SEL6, SHAPEJOB, RECONCILE):
      *> program, start and end timestamp, records read and written.
      *> STATRPT charts elapsed time and volumes across runs so the
      *> batch window can be watched instead of guessed at. NIGHTJOB
      *> writes the line, with zero counts, for any step that ran
      *> clean without writing its own, and averages the elapsed
      *> times here to project the night's finish.
       01 RUN-STATS-REC.
           05 RS-PROGRAM PIC X(8).
           05 RS-START PIC X(14).
