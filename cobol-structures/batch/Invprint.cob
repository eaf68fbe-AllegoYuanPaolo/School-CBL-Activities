           END-IF
           display "Customer #" IV-CUST "  Salesman " IV-SNAME
               " #" IV-SNUM
           IF IV-AT-JOB
               display "Fabrication " IV-DESC
           ELSE
               display "Item " IV-ITEM " (" IV-DESC ") "
                   dispIvUnits " at " dispIvPrice
           END-IF
           display "Total: " dispIvAmount.
