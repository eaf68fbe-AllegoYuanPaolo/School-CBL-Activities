      *> cleared-but-unknown (the one the auditor wants first), and
      *> a pair whose amounts differ is a mismatch. Register lines
      *> from before cheque numbers were carried are counted and
      *> reported, not silently dropped. A cheque voided or
      *> stopped on the register is not outstanding; if the bank
      *> pays it anyway it is reported as VOID CLEARED, an
      *> exception of its own for the bank to reverse.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC.

               05 RG-SNUM PIC 9(6).
               05 RG-PAYDATE PIC 9(8).
               05 RG-NET PIC 9(7)V99.
               05 RG-STATUS PIC X.

           FD REG-WORK-FILE.
           01 REG-WORK-REC.
               05 RW-SNUM PIC 9(6).
               05 RW-PAYDATE PIC 9(8).
               05 RW-NET PIC 9(7)V99.
               05 RW-STATUS PIC X.
                   88 RW-IS-CANCELLED VALUE "V" "S".

           SD STMT-SORT-FILE.
           01 STMT-SORT-REC.
           01 wsUnknownCount pic 9(5) value 0.
           01 wsMismatchCount pic 9(5) value 0.
           01 wsClearedCount pic 9(5) value 0.
           01 wsVoidCount pic 9(5) value 0.
           01 wsVoidClearCount pic 9(5) value 0.
           01 wsOutTotal pic 9(9)v99 value 0.

           01 dispNet pic z,zzz,zz9.99.
           display "Cleared but unknown:     " dispCount.
           MOVE wsMismatchCount TO dispCount.
           display "Amount mismatches:       " dispCount.
           MOVE wsVoidCount TO dispCount.
           display "Voided, not presented:   " dispCount.
           MOVE wsVoidClearCount TO dispCount.
           display "Voided but cleared:      " dispCount.
           IF wsNoNumCount > 0
               MOVE wsNoNumCount TO dispCount
               display "Register lines without a cheque number"
                           ELSE
                               MOVE CP-AMOUNT TO RG-NET
                           END-IF
                           MOVE CP-STATUS TO RG-STATUS
                           RELEASE REG-SORT-REC
                       ELSE
                           ADD 1 TO wsNoNumCount
           END-READ.

       REPORT-OUTSTANDING.
           IF RW-IS-CANCELLED
               ADD 1 TO wsVoidCount
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO wsOutCount
           ADD RW-NET TO wsOutTotal
           MOVE RW-NET TO dispNet
               " -- not on the register.".

       MATCH-ONE-CHEQUE.
           IF RW-IS-CANCELLED
               ADD 1 TO wsVoidClearCount
               MOVE SW-AMOUNT TO dispBank
               display "VOID CLEARED cheque #" RW-CHEQUE
                   " cleared " SW-DATE " for " dispBank
                   " -- voided on the register."
               EXIT PARAGRAPH
           END-IF
           IF RW-NET = SW-AMOUNT
               ADD 1 TO wsClearedCount
           ELSE
