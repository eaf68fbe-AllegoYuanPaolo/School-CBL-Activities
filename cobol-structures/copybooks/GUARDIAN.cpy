      *> Parent or guardian contact, one per student, kept in
      *> GUARDIAN.DAT and maintained from STUMAINT alongside the
      *> student master (which carries no contact of its own): the
      *> person the school writes to, how they stand to the student,
      *> and the mailing address. The GUARDLTR run addresses its
      *> letters from here.
       01 GUARDIAN-REC.
           05 GD-STUID PIC 9(6).
           05 GD-NAME PIC X(30).
           05 GD-RELATION PIC X(10).
           05 GD-ADDR1 PIC X(30).
           05 GD-ADDR2 PIC X(30).
           05 GD-CITY PIC X(20).
