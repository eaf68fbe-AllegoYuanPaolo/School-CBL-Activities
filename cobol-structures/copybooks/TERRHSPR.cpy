      *> Territory lookup (working storage in TERRHSWS.cpy): scans
      *> the assignment history for the salesman's newest
      *> assignment with an effective date at or before wsThAsOf --
      *> the same newest-not-in-the-future scan the price history
      *> gets. A date before his first recorded move falls to the
      *> territory that move took him out of, so sales made before
      *> the history was started still group where they always did.
       LOOKUP-SALESMAN-TERRITORY.
           MOVE "N" TO wsThFound
           MOVE 0 TO wsThBestDate
           MOVE 99999999 TO wsThFirstDate
           MOVE SPACES TO wsThFirstPrior
           MOVE "N" TO wsThEOF
           OPEN INPUT TERR-HIST-FILE
           IF wsThStatus NOT = "00"
               MOVE "Y" TO wsThEOF
           END-IF
           PERFORM UNTIL wsThEOF = "Y"
               READ TERR-HIST-FILE
                   AT END
                       MOVE "Y" TO wsThEOF
                   NOT AT END
                       IF TH-SNUM = wsThSNum
                           AND TH-EFFDATE <= wsThAsOf
                           AND TH-EFFDATE >= wsThBestDate
                           MOVE TH-EFFDATE TO wsThBestDate
                           MOVE TH-TERRITORY TO wsThTerritory
                           MOVE "Y" TO wsThFound
                       END-IF
                       IF TH-SNUM = wsThSNum
                           AND TH-EFFDATE < wsThFirstDate
                           MOVE TH-EFFDATE TO wsThFirstDate
                           MOVE TH-PRIOR TO wsThFirstPrior
                       END-IF
               END-READ
           END-PERFORM
           IF wsThStatus = "00" OR wsThStatus = "10"
               CLOSE TERR-HIST-FILE
           END-IF
           IF wsThFound = "N" AND wsThFirstPrior NOT = SPACES
               MOVE wsThFirstPrior TO wsThTerritory
               MOVE "Y" TO wsThFound
           END-IF.
