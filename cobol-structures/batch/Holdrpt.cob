      *> Outstanding student holds by office: every hold on
      *> HOLDS.DAT not yet released, sorted by office and by the date
      *> it was placed, oldest first, with the days it has been
      *> outstanding. Each office closes with its count and its
      *> oldest hold, so a hold nobody has looked at since last term
      *> is at the top of the office's page. Console and HOLDRPT.PRT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsHdStatus.

           SELECT HOLD-SORT-FILE ASSIGN TO "SRTWK64".

           SELECT REPORT-PRINT-FILE ASSIGN TO "HOLDRPT.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT-HOLD-FILE.
           COPY HOLDS.

           SD HOLD-SORT-FILE.
           01 HOLD-SORT-REC.
               05 HS-OFFICE PIC X(4).
               05 HS-PLACED PIC 9(8).
               05 HS-STUID PIC 9(6).
               05 HS-TYPE PIC X(4).
               05 HS-REASON PIC X(30).
               05 HS-PLACED-BY PIC X(8).

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsToday pic 9(8).
           01 wsDays pic 9(5).

           01 wsFirstRec pic X value "Y".
           01 wsCurOffice pic X(4).
           01 wsOfficeCount pic 9(5) value 0.
           01 wsOfficeOldest pic 9(5) value 0.
           01 wsTotalCount pic 9(5) value 0.

           01 dispDays pic ZZ,ZZ9.
           01 dispCount pic ZZ,ZZ9.

           COPY HOLDWS.
           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday.

           move "Outstanding Holds by Office" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           MOVE SPACES TO wsRptColHead.
           STRING "STUDNT TYPE PLACED     DAYS BY       REASON"
               DELIMITED BY SIZE INTO wsRptColHead.
           perform OPEN-REPORT-PRINT.
           display wsRptColHead.

           SORT HOLD-SORT-FILE
               ON ASCENDING KEY HS-OFFICE
               ON ASCENDING KEY HS-PLACED
               ON ASCENDING KEY HS-STUID
               INPUT PROCEDURE RELEASE-ACTIVE-HOLDS
               OUTPUT PROCEDURE PRINT-OFFICE-HOLDS.

           MOVE SPACES TO wsRptLine.
           perform SHOW-REPORT-LINE.
           IF wsTotalCount = 0
               MOVE "NO HOLDS OUTSTANDING." TO wsRptLine
               perform SHOW-REPORT-LINE
           END-IF.
           MOVE wsTotalCount TO dispCount.
           STRING "Holds outstanding, all offices: " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           perform CLOSE-REPORT-PRINT.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY HOLDPR.
           COPY RPTHDRPR.
           COPY RPTPRTPR.

       SHOW-REPORT-LINE.
           display wsRptLine
           perform WRITE-REPORT-LINE.

       RELEASE-ACTIVE-HOLDS.
           OPEN INPUT STUDENT-HOLD-FILE
           IF wsHdStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ STUDENT-HOLD-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF HD-IS-ACTIVE
                           MOVE HD-OFFICE TO HS-OFFICE
                           MOVE HD-PLACED TO HS-PLACED
                           MOVE HD-STUID TO HS-STUID
                           MOVE HD-TYPE TO HS-TYPE
                           MOVE HD-REASON TO HS-REASON
                           MOVE HD-PLACED-BY TO HS-PLACED-BY
                           RELEASE HOLD-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF wsHdStatus = "00" OR wsHdStatus = "10"
               CLOSE STUDENT-HOLD-FILE
           END-IF.

       PRINT-OFFICE-HOLDS.
           PERFORM FOREVER
               RETURN HOLD-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN

               IF wsFirstRec = "N"
                   AND HS-OFFICE NOT = wsCurOffice
                   PERFORM PRINT-OFFICE-TOTAL
               END-IF
               IF wsFirstRec = "Y"
                   OR HS-OFFICE NOT = wsCurOffice
                   MOVE HS-OFFICE TO holdOffice
                   PERFORM FIND-OFFICE-NAME
                   MOVE SPACES TO wsRptLine
                   perform SHOW-REPORT-LINE
                   STRING HS-OFFICE "  " holdOfficeName
                       DELIMITED BY SIZE INTO wsRptLine
                   perform SHOW-REPORT-LINE
               END-IF
               MOVE "N" TO wsFirstRec
               MOVE HS-OFFICE TO wsCurOffice

               IF HS-PLACED > wsToday
                   MOVE 0 TO wsDays
               ELSE
                   COMPUTE wsDays =
                       FUNCTION INTEGER-OF-DATE(wsToday)
                       - FUNCTION INTEGER-OF-DATE(HS-PLACED)
               END-IF
               ADD 1 TO wsOfficeCount
               ADD 1 TO wsTotalCount
               IF wsDays > wsOfficeOldest
                   MOVE wsDays TO wsOfficeOldest
               END-IF
               MOVE wsDays TO dispDays
               STRING HS-STUID " " HS-TYPE " " HS-PLACED " "
                   dispDays " " HS-PLACED-BY " " HS-REASON
                   DELIMITED BY SIZE INTO wsRptLine
               perform SHOW-REPORT-LINE
           END-PERFORM

           IF wsFirstRec = "N"
               PERFORM PRINT-OFFICE-TOTAL
           END-IF.

       PRINT-OFFICE-TOTAL.
           MOVE wsOfficeCount TO dispCount
           MOVE wsOfficeOldest TO dispDays
           STRING "  " wsCurOffice " OUTSTANDING " dispCount
               "   OLDEST " dispDays " DAYS"
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE
           MOVE 0 TO wsOfficeCount
           MOVE 0 TO wsOfficeOldest.
