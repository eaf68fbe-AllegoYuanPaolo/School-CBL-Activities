      *> each WXBANDS band, in band-table order (hottest first).
      *> CLIMRPT reads it back for the monthly climate summary and
      *> the degree-day figures -- the day's numbers stop being
      *> gone the moment they scroll off the console. Each line also
      *> carries the hours the day was expected to log, the readings
      *> actually received, the hours estimated by interpolation
      *> across a short gap, and the day's quality: measured, with
      *> estimates, or excluded for too many hours missing (CLIMRPT
      *> leaves an excluded day out of the monthly figures). Lines
      *> written before the counts existed carry blanks there.
       01 WEATHER-HIST-REC.
           05 WH-DATE PIC 9(8).
           05 WH-MIN PIC S9(3)
           05 WH-MEAN PIC S9(3)V9
               SIGN IS LEADING SEPARATE CHARACTER.
           05 WH-BANDHRS OCCURS 5 TIMES PIC 9(3).
           05 WH-EXPECTED PIC 9(2).
           05 WH-RECEIVED PIC 9(2).
           05 WH-ESTIMATED PIC 9(2).
           05 WH-QUALITY PIC X.
               88 WH-IS-MEASURED VALUE "M".
               88 WH-IS-ESTIMATED VALUE "E".
               88 WH-IS-EXCLUDED VALUE "X".
