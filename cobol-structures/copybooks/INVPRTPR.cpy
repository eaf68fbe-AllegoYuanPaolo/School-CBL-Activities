      *> onto the caller's INVOICE-PRINT-FILE (working storage in
      *> INVPRT.cpy). A credit memo prints the same body under its
      *> own title with the original invoice referenced, which is
      *> what the buyer staples to the return. A job billed from
      *> JOBCOST prints its one line with no units or unit price,
      *> and no salesman, since the job carries neither.
       PRINT-INVOICE-FORM.
           MOVE ALL "=" TO wsInvLine
           perform WRITE-INVOICE-LINE
           STRING "  CUSTOMER #" IV-CUST
               DELIMITED BY SIZE INTO wsInvLine
           perform WRITE-INVOICE-LINE
           IF NOT IV-AT-JOB
               MOVE SPACES TO wsInvLine
               STRING "  SALESMAN " IV-SNAME " #" IV-SNUM
                   DELIMITED BY SIZE INTO wsInvLine
               perform WRITE-INVOICE-LINE
           END-IF
           MOVE ALL "-" TO wsInvLine
           perform WRITE-INVOICE-LINE
           MOVE SPACES TO wsInvLine
           STRING "  ITEM    DESCRIPTION           UNITS  PRICE"
               "  BASIS" DELIMITED BY SIZE INTO wsInvLine
           perform WRITE-INVOICE-LINE
           MOVE IV-UNITS TO dispIvUnits
           MOVE IV-UPRICE TO dispIvPrice
           EVALUATE TRUE
               WHEN IV-AT-CONTRACT
                   MOVE "CONTRACT" TO wsIvBasis
               WHEN IV-AT-BREAK
                   MOVE "QTY BREAK" TO wsIvBasis
               WHEN IV-AT-JOB
                   MOVE "JOB" TO wsIvBasis
               WHEN OTHER
                   MOVE "LIST" TO wsIvBasis
           END-EVALUATE
           MOVE SPACES TO wsInvLine
           IF IV-AT-JOB
               STRING "  " IV-ITEM "  " IV-DESC "                "
                   wsIvBasis
                   DELIMITED BY SIZE INTO wsInvLine
           ELSE
               STRING "  " IV-ITEM "  " IV-DESC "   " dispIvUnits
                   "    " dispIvPrice "   " wsIvBasis
                   DELIMITED BY SIZE INTO wsInvLine
           END-IF
           perform WRITE-INVOICE-LINE
           IF IV-AT-CONTRACT OR IV-AT-BREAK
               MOVE IV-LIST-PRICE TO dispIvPrice
               MOVE SPACES TO wsInvLine
               STRING "                                   LIST "
                   dispIvPrice
                   DELIMITED BY SIZE INTO wsInvLine
               perform WRITE-INVOICE-LINE
           END-IF
           MOVE ALL "-" TO wsInvLine
           perform WRITE-INVOICE-LINE
           MOVE IV-AMOUNT TO dispIvAmount
