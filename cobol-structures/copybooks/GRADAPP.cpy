      *> Application for graduation: one line per student who has
      *> filed to graduate in a term under a program of study, kept
      *> in GRADAPP.DAT and lined up by the registrar as the forms
      *> come in, the way CURRIC.DAT is. The GRADRUN job audits
      *> every application for its term and program.
       01 GRAD-APPLICATION-REC.
           05 GA-TERM PIC X(6).
           05 GA-PROGRAM PIC X(6).
           05 GA-STUID PIC 9(6).
           05 GA-FILED PIC 9(8).
