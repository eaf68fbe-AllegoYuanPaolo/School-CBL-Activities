      *> line for a subject never enrolled, and an enrolled subject
      *> a teacher never submitted a grade for -- the missing grade
      *> nobody used to notice until the GWA came out short.
      *> EN-SECTION is the student's section when enrolled, which is
      *> what the section capacity on SECTCAP.DAT is counted
      *> against; lines from before it was carried read blank. A
      *> drop takes the line off the file.
       01 ENROLLMENT-REC.
           05 EN-TERM PIC X(6).
           05 EN-STUID PIC 9(6).
           05 EN-SUBJECT PIC X(10).
           05 EN-SECTION PIC X(2).
