      *> Add/drop audit trail, appended by ENROLL for every subject
      *> added to or dropped from an assessment already billed: the
      *> operator, the dated transaction, the subject and its units,
      *> the refund percentage the schedule gave a drop, and the
      *> assessment's tuition and total before and after, so every
      *> change to TA-TUITION and TA-TOTAL can be walked back. A
      *> drop that leaves the student overpaid carries the refund
      *> due, which RFNDREG lists for the cashier.
       01 ADD-DROP-REC.
           05 AD-TIMESTAMP PIC X(14).
           05 AD-OPERATOR PIC X(8).
           05 AD-ACTION PIC X(4).
               88 AD-IS-ADD VALUE "ADD ".
               88 AD-IS-DROP VALUE "DROP".
           05 AD-DATE PIC 9(8).
           05 AD-TERM PIC X(6).
           05 AD-STUID PIC 9(6).
           05 AD-SNAME PIC X(20).
           05 AD-SUBJECT PIC X(10).
           05 AD-UNITS PIC 9V9.
           05 AD-REFUND-PCT PIC 9(3).
           05 AD-TUITION-BEFORE PIC 9(7)V99.
           05 AD-TUITION-AFTER PIC 9(7)V99.
           05 AD-TOTAL-BEFORE PIC 9(7)V99.
           05 AD-TOTAL-AFTER PIC 9(7)V99.
           05 AD-REFUND-DUE PIC 9(7)V99.
