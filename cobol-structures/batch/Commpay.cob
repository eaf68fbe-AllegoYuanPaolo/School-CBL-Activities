      *> commission master, paid to date from the payments file, and
      *> the open balance per salesman, flagging AGED anyone whose
      *> balance has sat unpaid for more than one monthly cycle
      *> (or who has never been paid at all). A cheque voided or
      *> stopped on the register is not counted as paid.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMPAY.

           MOVE 0 TO CP-DRAWREC
           MOVE payAmount TO CP-NET
           MOVE payCheque TO CP-CHEQUE
           MOVE 0 TO CP-BONUS
           MOVE 0 TO CP-BONUS-WHTAX
           MOVE SPACE TO CP-STATUS
           MOVE 0 TO CP-VOID-DATE
           MOVE SPACES TO CP-VOID-REASON
           MOVE SPACES TO CP-VOID-APPROVER
           MOVE 0 TO CP-ORIG-CHEQUE
           MOVE "N" TO CP-PP-SENT
           MOVE 0 TO CP-EXPENSE
           WRITE COMMISSION-PAY-REC
           CLOSE COMMISSION-PAY-FILE

                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF NOT CP-IS-CANCELLED
                           MOVE CP-SNUM TO PS-SNUM
                           MOVE CP-PAYDATE TO PS-PAYDATE
                           MOVE CP-AMOUNT TO PS-AMOUNT
                           RELEASE PAY-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF wsCpStatus = "00" OR wsCpStatus = "10"
