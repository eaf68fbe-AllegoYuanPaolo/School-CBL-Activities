      *> salesman master, and prints actual vs quota with the percent
      *> attained and an OVER/UNDER flag. The listing is re-sorted
      *> worst-first so the managers see who needs help at the top
      *> instead of reading the whole list. A territory roll-up
      *> follows: each row's sale is credited to the territory its
      *> salesman held on DS-RUNDATE (assignment history on
      *> TERRHIST.DAT), set against the quotas of the active
      *> salesmen assigned there at the period end.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTARPT.

               RECORD KEY SLM-SNUM
               FILE STATUS wsSlmStatus.

           SELECT TERR-HIST-FILE ASSIGN TO "TERRHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsThStatus.

           SELECT QUOTA-SORT-FILE ASSIGN TO "SRTWK4".

           SELECT QUOTA-WORK-FILE ASSIGN TO "QUOTAWK.DAT"
           FD SALESMAN-MASTER.
           COPY SALESMST.

           FD TERR-HIST-FILE.
           COPY TERRHIST.

           SD QUOTA-SORT-FILE.
           01 QUOTA-SORT-REC.
               05 QS-SNUMBER PIC 9(6).
           01 dispQuota PIC $Z,ZZZ,ZZ9.
           01 dispPct PIC ZZ9.9.

           01 wsLineTerr PIC X(10).
           01 wsTerrMax PIC 9(3) VALUE 100.
           01 wsTerrCount PIC 9(3) VALUE 0.
           01 terrIdx PIC 9(3).
           01 wsTerrTable.
               05 wsTerrEntry OCCURS 100 TIMES.
                   10 terrName PIC X(10).
                   10 terrActual PIC S9(9).
                   10 terrQuota PIC 9(9).
           01 wsTerrFlag PIC X(5).
           01 dispTerrActual PIC $ZZ,ZZZ,ZZ9-.
           01 dispTerrQuota PIC $ZZ,ZZZ,ZZ9.

           COPY TERRHSWS.
           COPY NUMCHECK.
           COPY RPTHDR.

               USING QUOTA-WORK-FILE
               OUTPUT PROCEDURE PRINT-ATTAINMENT.

           perform PRINT-TERRITORY-ATTAINMENT.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY TERRHSPR.
           COPY NUMCHKPR.
           COPY RPTHDRPR.

                       MOVE "Y" TO wsSlmEOF
                   NOT AT END
                       PERFORM CHECK-ONE-MASTER-ROW
                       PERFORM ADD-TERRITORY-QUOTA
               END-READ
           END-PERFORM

                           MOVE DS-SNAME TO QS-SNAME
                           MOVE DS-TSALE TO QS-TSALE
                           RELEASE QUOTA-SORT-REC
                           PERFORM CREDIT-ROW-TERRITORY
                       END-IF
               END-READ
           END-PERFORM
               display WO-SNAME " #" WO-SNUMBER " " dispActual
                   "  " dispQuota "  " dispPct "  " WO-FLAG
           END-PERFORM.

      *> The master is open for the lookups; its SLM-TERRITORY is
      *> the fallback for a salesman with no assignment history.
       CREDIT-ROW-TERRITORY.
           MOVE DS-SNUMBER TO SLM-SNUM
           READ SALESMAN-MASTER
               INVALID KEY
                   MOVE "(NONE)" TO wsThTerritory
               NOT INVALID KEY
                   MOVE SLM-TERRITORY TO wsThTerritory
           END-READ
           MOVE DS-SNUMBER TO wsThSNum
           MOVE DS-RUNDATE TO wsThAsOf
           PERFORM LOOKUP-SALESMAN-TERRITORY
           MOVE wsThTerritory TO wsLineTerr
           PERFORM FIND-TERRITORY-ENTRY
           IF terrIdx > 0
               ADD DS-TSALE TO terrActual(terrIdx)
           END-IF.

      *> A salesman's quota counts where he stands at the period
      *> end, even when part of his period's sales credit the
      *> territory he left.
       ADD-TERRITORY-QUOTA.
           IF SLM-IS-INACTIVE
               EXIT PARAGRAPH
           END-IF
           MOVE SLM-TERRITORY TO wsThTerritory
           MOVE SLM-SNUM TO wsThSNum
           MOVE wsPeriodTo TO wsThAsOf
           PERFORM LOOKUP-SALESMAN-TERRITORY
           MOVE wsThTerritory TO wsLineTerr
           PERFORM FIND-TERRITORY-ENTRY
           IF terrIdx > 0
               ADD SLM-QUOTA TO terrQuota(terrIdx)
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

       PRINT-TERRITORY-ATTAINMENT.
           display " "
           display "BY TERRITORY (sales credited on the sale date)"
           display "TERRITORY       ACTUAL        QUOTA    PCT  FLAG"
           PERFORM VARYING terrIdx FROM 1 BY 1
                   UNTIL terrIdx > wsTerrCount
               IF terrQuota(terrIdx) = 0
                   MOVE 999.9 TO wsPct
               ELSE
                   COMPUTE wsPct ROUNDED =
                       terrActual(terrIdx) * 100 / terrQuota(terrIdx)
                       ON SIZE ERROR MOVE 999.9 TO wsPct
                   END-COMPUTE
                   IF terrActual(terrIdx) < 0
                       MOVE 0 TO wsPct
                   END-IF
               END-IF
               IF wsPct >= 100
                   MOVE "OVER " TO wsTerrFlag
               ELSE
                   MOVE "UNDER" TO wsTerrFlag
               END-IF
               MOVE terrActual(terrIdx) TO dispTerrActual
               MOVE terrQuota(terrIdx) TO dispTerrQuota
               MOVE wsPct TO dispPct
               display terrName(terrIdx) " " dispTerrActual " "
                   dispTerrQuota "  " dispPct "  " wsTerrFlag
           END-PERFORM.
