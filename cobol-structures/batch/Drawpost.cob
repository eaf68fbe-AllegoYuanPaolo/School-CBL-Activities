      *> Mode 2 prints the draw position -- advanced, recovered,
      *> balance -- per salesman, so nobody is surprised at
      *> settlement. Recoveries themselves are appended by the
      *> commission payment run as it nets cheques; a recovery put
      *> back when its cheque is voided comes off the recovered
      *> column.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAWPOST.

           01 wsFirstRec pic X value "Y".
           01 wsPrevSNum pic 9(6).
           01 wsAdvanced pic 9(9)v99 value 0.
           01 wsRecovered pic S9(9)v99 value 0.
           01 wsDrawBal pic S9(9)v99.

           01 dispAmount pic ZZ,ZZ9.99.
           MOVE wsAdvDate TO DL-DATE
           SET DL-IS-ADVANCE TO TRUE
           MOVE SLM-DRAW TO DL-AMOUNT
           MOVE SPACES TO DL-APPROVER
           WRITE DRAW-LEDGER-REC
           CLOSE DRAW-LEDGER-FILE


               MOVE "N" TO wsFirstRec
               MOVE DW-SNUM TO wsPrevSNum
               EVALUATE DW-TYPE
                   WHEN "A"
                       ADD DW-AMOUNT TO wsAdvanced
                   WHEN "V"
                       SUBTRACT DW-AMOUNT FROM wsRecovered
                   WHEN OTHER
                       ADD DW-AMOUNT TO wsRecovered
               END-EVALUATE
           END-PERFORM

           IF wsFirstRec = "N"
