      *> Drops a customer's dunning level once a payment leaves them
      *> with nothing past due (working storage in DUNCLRWS.cpy).
      *> Anything of wsDunCust's still owing past 30 days at the
      *> business date keeps the level standing; otherwise their line
      *> comes off DUNNING.DAT through a work-file copy pass, so the
      *> next slip starts again from a reminder.
       CLEAR-DUNNING-IF-CURRENT.
           MOVE "N" TO wsPastDue
           MOVE "N" TO wsDnFound
           COMPUTE wsDunTodayInt = FUNCTION INTEGER-OF-DATE(wsBusDate)
           MOVE "N" TO wsDunEOF
           OPEN INPUT AR-LEDGER-FILE
           IF wsArStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsDunEOF = "Y"
               READ AR-LEDGER-FILE
                   AT END
                       MOVE "Y" TO wsDunEOF
                   NOT AT END
                       IF AR-CUST = wsDunCust AND AR-IS-OPEN
                           AND AR-AMOUNT > AR-PAID
                           COMPUTE wsDunAgeDays = wsDunTodayInt
                               - FUNCTION INTEGER-OF-DATE(AR-BUSDATE)
                           IF wsDunAgeDays > 30
                               MOVE "Y" TO wsPastDue
                               MOVE "Y" TO wsDunEOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE
           IF wsPastDue = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO wsDunEOF
           OPEN INPUT DUNNING-FILE
           IF wsDnStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DUNNING-WORK-FILE
           PERFORM UNTIL wsDunEOF = "Y"
               READ DUNNING-FILE
                   AT END
                       MOVE "Y" TO wsDunEOF
                   NOT AT END
                       IF DN-CUST = wsDunCust
                           MOVE "Y" TO wsDnFound
                       ELSE
                           MOVE DUNNING-REC TO DUNNING-WORK-REC
                           WRITE DUNNING-WORK-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DUNNING-FILE
           CLOSE DUNNING-WORK-FILE
           IF wsDnFound = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO wsDunEOF
           OPEN INPUT DUNNING-WORK-FILE
           OPEN OUTPUT DUNNING-FILE
           PERFORM UNTIL wsDunEOF = "Y"
               READ DUNNING-WORK-FILE
                   AT END
                       MOVE "Y" TO wsDunEOF
                   NOT AT END
                       MOVE DUNNING-WORK-REC TO DUNNING-REC
                       WRITE DUNNING-REC
               END-READ
           END-PERFORM
           CLOSE DUNNING-WORK-FILE
           CLOSE DUNNING-FILE
           display "Customer #" wsDunCust
               " is current again -- dunning level cleared.".
