      *> Territory assignment history, one line per assignment:
      *> salesman, the date the assignment takes effect, the
      *> territory, the territory he held before it (blank on the
      *> line written when he was hired), and the date the line was
      *> keyed. SALMAINT appends a line whenever a salesman is added
      *> or moved; lines are never changed in place. The territory
      *> reports credit each sale to the assignment in force on the
      *> sale's date, so a move regroups only the sales made after
      *> it and last quarter's territory figures stay as they were.
       01 TERR-HIST-REC.
           05 TH-SNUM PIC 9(6).
           05 TH-EFFDATE PIC 9(8).
           05 TH-TERRITORY PIC X(10).
           05 TH-PRIOR PIC X(10).
           05 TH-ENTERED PIC 9(8).
