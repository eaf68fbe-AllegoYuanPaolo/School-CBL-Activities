      *> Certificate of Registration log, one line per certificate
      *> CORPRINT issues: the control number printed on it (drawn
      *> from CORCTL.DAT with the never-reuse discipline), the term
      *> and student it certifies, the date issued, and the billed
      *> and paid figures it showed -- so a scholarship office or an
      *> embassy checking a certificate can be answered off the file.
       01 COR-LOG-REC.
           05 CL-CORNO PIC 9(6).
           05 CL-TERM PIC X(6).
           05 CL-STUID PIC 9(6).
           05 CL-ISSUED PIC 9(8).
           05 CL-UNITS PIC 9(3)V9.
           05 CL-TOTAL PIC 9(7)V99.
           05 CL-PAID PIC 9(7)V99.
