      *> Penalty lookup (working storage in LPENWS.cpy): the unpaid
      *> part of every open penalty on the loan. No ledger on disk
      *> means nothing owed.
       SUM-OPEN-PENALTIES.
           MOVE 0 TO wsPenOpen
           MOVE 0 TO wsPenCount
           MOVE "N" TO wsPenEOF
           OPEN INPUT LOAN-PEN-FILE
           IF wsPnStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsPenEOF = "Y"
               READ LOAN-PEN-FILE
                   AT END
                       MOVE "Y" TO wsPenEOF
                   NOT AT END
                       IF PN-ID = wsPenLoanId AND PN-IS-OPEN
                           COMPUTE wsPenOpen = wsPenOpen
                               + PN-AMOUNT - PN-PAID
                           ADD 1 TO wsPenCount
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-PEN-FILE.
