      *> Batch SLA report for one month: every NIGHTJOB run on
      *> JOBSLA.DAT whose business date falls in the month, with its
      *> start and finish, the STREAM target it ran against, whether
      *> it met the target or missed it and by how many minutes, and
      *> the slowest step of the night. The month closes with the
      *> nights run, the nights missed and the worst overrun, so a
      *> window that is creeping shows before it breaks. Console and
      *> SLARPT.PRT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLARPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-SLA-FILE ASSIGN TO "JOBSLA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsJaStatus.

           SELECT REPORT-PRINT-FILE ASSIGN TO "SLARPT.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD JOB-SLA-FILE.
           COPY JOBSLA.

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsJaStatus pic X(2).
           01 wsEOF pic X value "N".
           01 wsMonth pic X(6).

           01 wsNights pic 9(3) value 0.
           01 wsMissed pic 9(3) value 0.
           01 wsWorstMin pic 9(4) value 0.
           01 wsWorstDate pic 9(8) value 0.

           01 dispStart pic X(5).
           01 dispEnd pic X(5).
           01 dispTarget pic X(5).
           01 dispResult pic X(18).
           01 dispOver pic Z,ZZ9.
           01 dispSecs pic ZZZ,ZZ9.
           01 dispCount pic ZZ9.
           01 dispMissed pic ZZ9.

           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           display "Month to report (YYYYMM): " with no advancing
           accept wsMonth
           IF wsMonth IS NOT NUMERIC
               display "Month must be six digits, YYYYMM."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           move "Batch SLA Report" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           MOVE SPACES TO wsRptColHead
           STRING "BUSDATE  START FINISH TARGET RESULT"
               "             SLOWEST STEP"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           display wsRptColHead

           OPEN INPUT JOB-SLA-FILE
           IF wsJaStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ JOB-SLA-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF JA-BUSDATE(1:6) = wsMonth
                           perform SHOW-ONE-NIGHT
                       END-IF
               END-READ
           END-PERFORM
           IF wsJaStatus = "00" OR wsJaStatus = "10"
               CLOSE JOB-SLA-FILE
           END-IF

           MOVE SPACES TO wsRptLine
           perform SHOW-REPORT-LINE
           IF wsNights = 0
               STRING "NO NIGHTLY RUNS ON FILE FOR " wsMonth "."
                   DELIMITED BY SIZE INTO wsRptLine
               perform SHOW-REPORT-LINE
           ELSE
               MOVE wsNights TO dispCount
               MOVE wsMissed TO dispMissed
               STRING "Nights run: " dispCount "  missed: " dispMissed
                   DELIMITED BY SIZE INTO wsRptLine
               perform SHOW-REPORT-LINE
               IF wsMissed > 0
                   MOVE wsWorstMin TO dispOver
                   STRING "Worst overrun: " dispOver " min on "
                       wsWorstDate
                       DELIMITED BY SIZE INTO wsRptLine
                   perform SHOW-REPORT-LINE
               END-IF
           END-IF
           perform CLOSE-REPORT-PRINT

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY RPTHDRPR.
           COPY RPTPRTPR.

       SHOW-REPORT-LINE.
           display wsRptLine
           perform WRITE-REPORT-LINE.

       SHOW-ONE-NIGHT.
           ADD 1 TO wsNights
           MOVE SPACES TO dispStart dispEnd dispTarget
           STRING JA-START(9:2) ":" JA-START(11:2)
               DELIMITED BY SIZE INTO dispStart
           STRING JA-END(9:2) ":" JA-END(11:2)
               DELIMITED BY SIZE INTO dispEnd
           IF JA-TARGET > 0
               STRING JA-TARGET(1:2) ":" JA-TARGET(3:2)
                   DELIMITED BY SIZE INTO dispTarget
           ELSE
               MOVE "--:--" TO dispTarget
           END-IF

           MOVE SPACES TO dispResult
           EVALUATE TRUE
               WHEN JA-IS-MISSED
                   ADD 1 TO wsMissed
                   IF JA-OVER-MIN > wsWorstMin
                       MOVE JA-OVER-MIN TO wsWorstMin
                       MOVE JA-BUSDATE TO wsWorstDate
                   END-IF
                   MOVE JA-OVER-MIN TO dispOver
                   STRING "MISSED " dispOver " min"
                       DELIMITED BY SIZE INTO dispResult
               WHEN JA-TARGET = 0
                   MOVE "NO TARGET" TO dispResult
               WHEN OTHER
                   MOVE "MET" TO dispResult
           END-EVALUATE

           MOVE JA-SLOW-SECS TO dispSecs
           MOVE SPACES TO wsRptLine
           STRING JA-BUSDATE " " dispStart "  " dispEnd "  "
               dispTarget "  " dispResult " " JA-SLOW-STEP
               dispSecs "s"
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE.
