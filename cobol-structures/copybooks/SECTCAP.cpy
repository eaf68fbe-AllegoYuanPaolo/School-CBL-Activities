      *> Section capacity: the seats offered in one section of one
      *> subject for a term, keyed on SX-KEY. SECTCAP maintains it;
      *> ENROLL counts the section's enrollment lines against it and
      *> waitlists a student once the section is full. A section and
      *> subject with no capacity on file is not limited.
       01 SECTION-CAPACITY-REC.
           05 SX-KEY.
               10 SX-TERM PIC X(6).
               10 SX-SECTION PIC X(2).
               10 SX-SUBJECT PIC X(10).
           05 SX-CAPACITY PIC 9(4).
