      *> Report distribution catalog, one line per print file and
      *> recipient: the print file a program leaves behind, the
      *> department that owns it, the recipient whose folder gets a
      *> copy (a report with three recipients has three lines, all
      *> under the one department), how many days the copies are
      *> kept, and a title for the listings. RPTDIST reads it at the
      *> end of the nightly stream; with no catalog on disk it
      *> writes the starting catalog out for the operator to edit,
      *> the way NIGHTJOB does its schedule.
       01 REPORT-CAT-REC.
           05 RT-FILE PIC X(12).
           05 RT-DEPT PIC X(8).
           05 RT-RECIP PIC X(8).
           05 RT-KEEP PIC 9(3).
           05 RT-TITLE PIC X(30).
