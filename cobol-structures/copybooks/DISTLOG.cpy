      *> Report distribution log, one line per copy RPTDIST files:
      *> the business date of the run, when the copy was made, the
      *> print file, its department and recipient, and the date
      *> after which the retention purge takes it away again. The
      *> copy itself sits at DIST/<business date>/<recipient>/<file>.
      *> The status goes from F filed to P purged when the copy is
      *> removed, so the log still answers "what was produced for us
      *> that night" after the copies are gone.
       01 DIST-LOG-REC.
           05 DG-BUSDATE PIC 9(8).
           05 DG-STAMP PIC X(14).
           05 DG-FILE PIC X(12).
           05 DG-DEPT PIC X(8).
           05 DG-RECIP PIC X(8).
           05 DG-PURGE PIC 9(8).
           05 DG-STATUS PIC X.
               88 DG-IS-FILED VALUE "F".
               88 DG-IS-PURGED VALUE "P".
