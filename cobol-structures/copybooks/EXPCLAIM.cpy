      *> Salesman expense claim, one line per receipt claimed:
      *> entered by EXPCLAIM with the date spent, the category, the
      *> amount, and the receipt reference, numbered in sequence.
      *> A supervisor approves or rejects it there, and approval is
      *> refused when it would take the salesman's approved claims
      *> for the category and month past the cap staged on the
      *> parameter file (EXPCAP plus the category code). The next
      *> COMMRUN reimburses every approved claim on the cheque as a
      *> line of its own -- not commission, not taxed, never netted
      *> against the draw -- and marks it paid with the cheque
      *> number and date. EXPRPT stamps the GL batch that carried
      *> the expense, so no claim is posted twice.
       01 EXPENSE-CLAIM-REC.
           05 EC-CLAIMNO PIC 9(6).
           05 EC-SNUM PIC 9(6).
           05 EC-DATE PIC 9(8).
           05 EC-CATEGORY PIC X(4).
               88 EC-CAT-TRAVEL VALUE "TRVL".
               88 EC-CAT-ENTERTAIN VALUE "ENTN".
               88 EC-CAT-MEALS VALUE "MEAL".
               88 EC-CAT-LODGING VALUE "LODG".
               88 EC-CAT-MILEAGE VALUE "AUTO".
               88 EC-CAT-OTHER VALUE "OTHR".
               88 EC-CAT-VALID VALUE "TRVL" "ENTN" "MEAL" "LODG"
                   "AUTO" "OTHR".
           05 EC-AMOUNT PIC 9(5)V99.
           05 EC-RECEIPT PIC X(12).
           05 EC-STATUS PIC X.
               88 EC-IS-PENDING VALUE "P".
               88 EC-IS-APPROVED VALUE "A".
               88 EC-IS-REJECTED VALUE "R".
               88 EC-IS-PAID VALUE "D".
           05 EC-ENTERED PIC 9(8).
           05 EC-APPROVER PIC X(8).
           05 EC-APPDATE PIC 9(8).
           05 EC-PAYDATE PIC 9(8).
           05 EC-CHEQUE PIC 9(6).
           05 EC-GLBATCH PIC 9(4).
