      *> Working storage for the student hold check (paragraphs in
      *> HOLDPR.cpy). The caller declares STUDENT-HOLD-FILE assigned
      *> to "HOLDS.DAT" with FILE STATUS wsHdStatus and FD HOLDS,
      *> moves the student to holdStuId and PERFORMs
      *> CHECK-STUDENT-HOLDS (quiet) or SHOW-STUDENT-HOLDS (displays
      *> each active hold and the office to see). holdCount is the
      *> number of active holds; holdOfficeName the office of the
      *> last one found. FIND-OFFICE-NAME turns holdOffice into
      *> holdOfficeName and sets holdOfficeKnown.
       01 wsHdStatus PIC X(2).
       01 holdEOF PIC X.
       01 holdShow PIC X.
       01 holdStuId PIC 9(6).
       01 holdCount PIC 9(3).
       01 holdOffice PIC X(4).
       01 holdOfficeName PIC X(20).
       01 holdOfficeKnown PIC X.
       01 holdIdx PIC 9.
       01 holdOfficeValues.
           05 FILLER PIC X(24) VALUE "LIBRLIBRARY".
           05 FILLER PIC X(24) VALUE "ACCTACCOUNTING OFFICE".
           05 FILLER PIC X(24) VALUE "DISCDISCIPLINE OFFICE".
           05 FILLER PIC X(24) VALUE "REGSREGISTRAR".
       01 holdOfficeTable REDEFINES holdOfficeValues.
           05 holdOfficeEntry OCCURS 4 TIMES.
               10 holdOfficeCode PIC X(4).
               10 holdOfficeText PIC X(20).
