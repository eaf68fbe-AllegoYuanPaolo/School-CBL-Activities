      *> the newest line per fee code whose date is not in the
      *> future. Type "U" is the per-unit tuition rate (one code,
      *> TUITION); type "F" is an itemized fixed fee charged to
      *> every enrolled student as-is. Type "S" is the late-payment
      *> surcharge LATERUN adds for each installment a student is
      *> behind on; it is never part of the assessment itself.
      *> FEEMAINT stages and lists, and stamps each line with the
      *> operator who staged it.
       01 FEE-TABLE-REC.
           05 FE-CODE PIC X(6).
           05 FE-TYPE PIC X.
               88 FE-IS-UNIT VALUE "U".
               88 FE-IS-FIXED VALUE "F".
               88 FE-IS-SURCHARGE VALUE "S".
           05 FE-DESC PIC X(20).
           05 FE-EFFDATE PIC 9(8).
           05 FE-AMOUNT PIC 9(7)V99.
           05 FE-STAGED-BY PIC X(8).
