      *> flagged WILL-MISS, so coaching happens in week two instead
      *> of the post-mortem. Every active salesman is listed, zero
      *> sales included: those are the loudest projections of all.
      *> The same projection is then rolled up by territory, each
      *> row credited to the territory its salesman held on
      *> DS-RUNDATE (assignment history on TERRHIST.DAT) and set
      *> against the quotas of the salesmen assigned there as of
      *> the forecast date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORECAST.

               RECORD KEY SLM-SNUM
               FILE STATUS wsSlmStatus.

           SELECT TERR-HIST-FILE ASSIGN TO "TERRHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsThStatus.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsCaStatus.
           FD SALESMAN-MASTER.
           COPY SALESMST.

           FD TERR-HIST-FILE.
           COPY TERRHIST.

           FD CALENDAR-FILE.
           COPY CALREC.

           01 dispPct pic ZZ9.9.
           01 dispDays pic ZZZ9.

           01 wsLineTerr pic X(10).
           01 wsTerrMax pic 9(3) value 100.
           01 wsTerrCount pic 9(3) value 0.
           01 terrIdx pic 9(3).
           01 wsTerrTable.
               05 wsTerrEntry OCCURS 100 TIMES.
                   10 terrName pic X(10).
                   10 terrActual pic S9(9).
                   10 terrQuota pic 9(9).

           COPY TERRHSWS.
           COPY NUMCHECK.
           COPY RPTHDR.


           CLOSE SALESMAN-MASTER.

           perform PRINT-TERRITORY-FORECAST.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY TERRHSPR.
           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY CALPR.
           END-PERFORM.

       FORECAST-ONE-SALESMAN.
           MOVE SLM-TERRITORY TO wsThTerritory
           MOVE SLM-SNUM TO wsThSNum
           MOVE wsAsOfDate TO wsThAsOf
           PERFORM LOOKUP-SALESMAN-TERRITORY
           MOVE wsThTerritory TO wsLineTerr
           PERFORM FIND-TERRITORY-ENTRY
           IF terrIdx > 0
               ADD SLM-QUOTA TO terrQuota(terrIdx)
           END-IF

           MOVE 0 TO wsActual
           MOVE "N" TO wsDsEOF
           OPEN INPUT DAILY-SALES-FILE
                           AND DS-RUNDATE >= wsPeriodFrom
                           AND DS-RUNDATE <= wsAsOfDate
                           ADD DS-TSALE TO wsActual
                           PERFORM CREDIT-ROW-TERRITORY
                       END-IF
               END-READ
           END-PERFORM
           MOVE wsPct TO dispPct
           display SLM-SNAME " " dispActual " " dispProjected
               " " dispQuota " " dispPct " " wsFlag.

       CREDIT-ROW-TERRITORY.
           MOVE SLM-TERRITORY TO wsThTerritory
           MOVE SLM-SNUM TO wsThSNum
           MOVE DS-RUNDATE TO wsThAsOf
           PERFORM LOOKUP-SALESMAN-TERRITORY
           MOVE wsThTerritory TO wsLineTerr
           PERFORM FIND-TERRITORY-ENTRY
           IF terrIdx > 0
               ADD DS-TSALE TO terrActual(terrIdx)
           END-IF.

      *> Leaves terrIdx on the territory, adding it to the table the
      *> first time it turns up; zero once the table is full.
       FIND-TERRITORY-ENTRY.
           PERFORM VARYING terrIdx FROM 1 BY 1
                   UNTIL terrIdx > wsTerrCount
               IF terrName(terrIdx) = wsLineTerr
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF wsTerrCount < wsTerrMax
               ADD 1 TO wsTerrCount
               MOVE wsTerrCount TO terrIdx
               MOVE wsLineTerr TO terrName(terrIdx)
               MOVE 0 TO terrActual(terrIdx)
               MOVE 0 TO terrQuota(terrIdx)
           ELSE
               MOVE 0 TO terrIdx
           END-IF.

       PRINT-TERRITORY-FORECAST.
           display " "
           display "BY TERRITORY (sales credited on the sale date)"
           display "TERRITORY     TO DATE    PROJECTED       QUOTA"
               "   PCT FLAG"
           PERFORM VARYING terrIdx FROM 1 BY 1
                   UNTIL terrIdx > wsTerrCount
               IF wsElapsedDays = 0
                   MOVE 0 TO wsRunRate
               ELSE
                   COMPUTE wsRunRate ROUNDED =
                       terrActual(terrIdx) / wsElapsedDays
               END-IF
               COMPUTE wsProjected ROUNDED =
                   wsRunRate * wsTotalDays
               IF terrQuota(terrIdx) = 0
                   MOVE 999.9 TO wsPct
                   MOVE SPACES TO wsFlag
               ELSE
                   COMPUTE wsPct ROUNDED =
                       wsProjected * 100 / terrQuota(terrIdx)
                       ON SIZE ERROR MOVE 999.9 TO wsPct
                   END-COMPUTE
                   IF wsProjected < 0
                       MOVE 0 TO wsPct
                   END-IF
                   IF wsProjected < terrQuota(terrIdx)
                       MOVE "WILL-MISS" TO wsFlag
                   ELSE
                       MOVE SPACES TO wsFlag
                   END-IF
               END-IF
               MOVE terrActual(terrIdx) TO dispActual
               MOVE wsProjected TO dispProjected
               MOVE terrQuota(terrIdx) TO dispQuota
               MOVE wsPct TO dispPct
               display terrName(terrIdx) " " dispActual " "
                   dispProjected " " dispQuota " " dispPct " " wsFlag
           END-PERFORM.
