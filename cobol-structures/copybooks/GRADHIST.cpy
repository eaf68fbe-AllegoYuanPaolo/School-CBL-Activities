      *> master-record component average, "G" the student's weighted
      *> GWA across the term's subjects (units total in GH-UNITS'
      *> place is not carried; GH-AVE holds the GWA). TRNSCRPT reads
      *> this file term by term to print a transcript. GH-SECTION is
      *> the student's section that term, so a subject line can be
      *> tied to its teacher on ASSIGN.DAT, and GH-PASS-MARK the mark
      *> the subject passed at under the scheme in force at the
      *> close; both read as spaces on lines archived before they
      *> were carried.
       01 GRADE-HIST-REC.
           05 GH-TERM PIC X(6).
           05 GH-STUID PIC 9(6).
           05 GH-MIDTERM PIC 9(3).
           05 GH-FINALS PIC 9(3).
           05 GH-AVE PIC 9(3)V99.
           05 GH-SECTION PIC X(2).
           05 GH-PASS-MARK PIC 9(3).
