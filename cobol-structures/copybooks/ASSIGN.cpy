      *> grade lines for it. FACMAINT maintains the file; SUBMRPT
      *> reads it to say, per teacher, which sections' grades are in
      *> SUBJECTS.DAT complete and which are still outstanding as
      *> the SEMCLOSE deadline approaches. TIMETBL books the
      *> assignment's days, times, and room, and TTCHECK takes the
      *> teacher from here when it checks the timetable for clashes.
       01 ASSIGNMENT-REC.
           05 AS-TERM PIC X(6).
           05 AS-SECTION PIC X(2).
