           MOVE SPACES TO DS-ITEM
           MOVE TL-INPUT1 TO DS-UNITS
           MOVE SPACES TO DS-BRANCH
           IF TL-CUST IS NUMERIC
               MOVE TL-CUST TO DS-CUST
           ELSE
               MOVE 0 TO DS-CUST
           END-IF
           MOVE SPACES TO DS-TAX-JUR
           MOVE SPACES TO DS-TAX-CERT
           MOVE 0 TO DS-CERT-EXPIRY
           WRITE DAILY-SALES-REC
           ADD 1 TO wsSeq7Applied
           ADD TL-RESULT1 TO totSales.
