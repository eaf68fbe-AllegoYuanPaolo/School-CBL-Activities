      *> Sent-letters log, appended by the GUARDLTR run: one line per
      *> notice mailed to a guardian, with the figures it quoted. A
      *> student gets each kind of notice once a term -- the run
      *> checks here first -- and STUINQ lists what went home.
       01 LETTER-SENT-REC.
           05 LS-TERM PIC X(6).
           05 LS-STUID PIC 9(6).
           05 LS-TYPE PIC X(4).
               88 LS-IS-GRADE VALUE "GRAD".
               88 LS-IS-ATTEND VALUE "ATTN".
               88 LS-IS-WARNING VALUE "WARN".
               88 LS-IS-PROBATION VALUE "PROB".
           05 LS-SENT PIC 9(8).
           05 LS-GUARDIAN PIC X(30).
           05 LS-AVE PIC 9(3)V99.
           05 LS-ATTPCT PIC 9(3)V9.
