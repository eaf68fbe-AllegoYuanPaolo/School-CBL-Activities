      *> The batch on the extract is open when it has a header and
      *> detail lines and none of them is on the ledger journal yet
      *> -- whatever the register says, since a batch the GL side
      *> posted still has to come through GLAPPLY. A missing
      *> extract, one with no header, or a batch with no lines (a
      *> day with nothing to post) has nothing to lose.
       CHECK-PRIOR-GL-BATCH.
           MOVE "N" TO wsPriorOpen
           MOVE 0 TO wsPriorBatch
           MOVE 0 TO wsPriorDate
           MOVE SPACE TO wsPriorStatus
           MOVE "N" TO wsPriorLines
           MOVE "N" TO wsPriorEOF
           OPEN INPUT GL-POST-FILE
           IF wsGlStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsPriorEOF = "Y"
               READ GL-POST-FILE
                   AT END
                       MOVE "Y" TO wsPriorEOF
                   NOT AT END
                       IF GL-IS-HEADER
                           MOVE GH-BATCHNO TO wsPriorBatch
                           MOVE GH-BATCH-DATE TO wsPriorDate
                       END-IF
                       IF GL-IS-DETAIL
                           MOVE "Y" TO wsPriorLines
                           MOVE "Y" TO wsPriorEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-POST-FILE
           IF wsPriorBatch = 0 OR wsPriorLines = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO wsPriorOpen
           MOVE "N" TO wsPriorEOF
           OPEN INPUT GL-JOURNAL-FILE
           IF wsJlStatus = "00"
               PERFORM UNTIL wsPriorEOF = "Y"
                   READ GL-JOURNAL-FILE
                       AT END
                           MOVE "Y" TO wsPriorEOF
                       NOT AT END
                           IF JL-BATCHNO = wsPriorBatch
                               MOVE "N" TO wsPriorOpen
                               MOVE "Y" TO wsPriorEOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL-FILE
           END-IF
           IF wsPriorOpen = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO wsPriorEOF
           OPEN INPUT GL-BATCH-FILE
           IF wsGbStatus = "00"
               PERFORM UNTIL wsPriorEOF = "Y"
                   READ GL-BATCH-FILE
                       AT END
                           MOVE "Y" TO wsPriorEOF
                       NOT AT END
                           IF GB-BATCHNO = wsPriorBatch
                               MOVE GB-STATUS TO wsPriorStatus
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-BATCH-FILE
           END-IF.
