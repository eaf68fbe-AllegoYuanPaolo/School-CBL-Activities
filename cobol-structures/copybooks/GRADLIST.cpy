      *> Graduates file: one line per student cleared to graduate,
      *> written by the GRADRUN job for a term and program. The
      *> Latin honors standing is the one the cumulative GWA earned
      *> at the run (blank without honors) and GR-ORDER the place on
      *> the commencement program. A rerun for the same term and
      *> program replaces that run's lines. TRNSCRPT and STUINQ show
      *> the graduation off this file.
       01 GRADUATE-REC.
           05 GR-TERM PIC X(6).
           05 GR-PROGRAM PIC X(6).
           05 GR-STUID PIC 9(6).
           05 GR-SNAME PIC X(20).
           05 GR-GWA PIC 9(3)V99.
           05 GR-HONORS PIC X(15).
           05 GR-ORDER PIC 9(4).
           05 GR-RUNDATE PIC 9(8).
