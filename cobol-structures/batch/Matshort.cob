      *> Material shortage report for purchasing. Every open job on
      *> JOBS.DAT is nested the way NESTRPT nests -- the shape lines
      *> of the quote it was opened from, fitted to the material's
      *> stock sheet in the better orientation -- to say how many
      *> sheets of each material the job takes. What has already
      *> been issued to the job (its MATISSUE area as a share of a
      *> sheet) has left the rack, so only the rest is still
      *> needed. Per material the open jobs' remaining need is set
      *> against the sheets in the rack on MATSTOCK.DAT, and where
      *> the rack falls short the whole sheets to order are flagged
      *> ORDER, so the steel is bought before the job stalls.
      *> Billed jobs need nothing more. A piece too big for its
      *> sheet, or a material with no stock sheet, is counted and
      *> left out, as on NESTRPT. Console and MATSHORT.PRT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATSHORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-FILE ASSIGN TO "JOBS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsJbStatus.

           SELECT QUOTE-FILE ASSIGN TO "QUOTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsQtStatus.

           SELECT MAT-ISSUE-FILE ASSIGN TO "MATISSUE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsMiStatus.

           SELECT MATERIAL-STOCK-FILE ASSIGN TO "MATSTOCK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsMsStatus.

           SELECT REPORT-PRINT-FILE ASSIGN TO "MATSHORT.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD JOB-FILE.
           COPY JOBS.

           FD QUOTE-FILE.
           COPY QUOTE.

           FD MAT-ISSUE-FILE.
           COPY MATISSUE.

           FD MATERIAL-STOCK-FILE.
           COPY MATSTOCK.

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsQtEOF pic X.
           01 wsMiEOF pic X.
           01 wsJbStatus pic X(2).
           01 wsQtStatus pic X(2).
           01 wsMiStatus pic X(2).

           COPY SHAPESIN.
           COPY UNITCONV.
           COPY MATTBL.
           COPY SHEETTBL.
           COPY NESTWS.
           COPY MSTKWS.

      *> One row per material, in MATTBL / SHEETTBL order: the
      *> current job's nested sheet fractions and the sheets
      *> already issued to it, and across the open jobs the whole
      *> sheets still needed.
           01 JOB-NEED-TABLE.
               05 JOB-NEED-ENTRY OCCURS 5 TIMES.
                   10 jnFrac pic 9(6)v9(6).
                   10 jnIssued pic 9(6)v99.
           01 SHORT-TABLE.
               05 SHORT-ENTRY OCCURS 5 TIMES.
                   10 shNeed pic 9(7).
                   10 shJobs pic 9(4).

           01 wsSheetFrac pic 9(6)v9(6).
           01 wsNested pic 9(6).
           01 wsStill pic S9(6)v99.
           01 wsStillWhole pic 9(6).
           01 wsShort pic S9(7)v99.
           01 wsOrder pic 9(7).
           01 wsFlag pic X(5).

           01 wsJobCount pic 9(5) value 0.
           01 wsOversize pic 9(5) value 0.
           01 wsNoSheet pic 9(5) value 0.
           01 wsOrderCount pic 9(2) value 0.

           01 dispNested pic ZZZ,ZZ9.
           01 dispIssued pic ZZZ,ZZ9.99.
           01 dispStill pic ZZZ,ZZ9.
           01 dispOnHand pic ZZ,ZZ9.99-.
           01 dispNeed pic Z,ZZZ,ZZ9.
           01 dispOrder pic Z,ZZZ,ZZ9.
           01 dispCount pic ZZ,ZZ9.

           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           move "Material Shortage Report" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           MOVE SPACES TO wsRptColHead
           STRING "JOB     QUOTE   MATERIAL   NESTED     ISSUED"
               "  STILL NEEDED"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           MOVE SPACES TO wsRptLine
           display wsRptColHead

           PERFORM VARYING msIdx FROM 1 BY 1 UNTIL msIdx > 5
               MOVE 0 TO shNeed(msIdx)
               MOVE 0 TO shJobs(msIdx)
           END-PERFORM

           OPEN INPUT JOB-FILE
           IF wsJbStatus NOT = "00"
               display "No jobs on file -- nothing needs stock."
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ JOB-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF JB-IS-OPEN
                           PERFORM NEST-ONE-JOB
                       END-IF
               END-READ
           END-PERFORM
           IF wsJbStatus = "00" OR wsJbStatus = "10"
               CLOSE JOB-FILE
           END-IF

           perform LOAD-MATERIAL-STOCK
           perform SHOW-REPORT-LINE
           MOVE "MATERIAL             IN RACK  OPEN-JOB NEED   JOBS"
               & "   TO ORDER" TO wsRptLine
           perform SHOW-REPORT-LINE
           PERFORM VARYING msIdx FROM 1 BY 1 UNTIL msIdx > 5
               PERFORM SHOW-MATERIAL-SHORTAGE
           END-PERFORM

           perform SHOW-REPORT-LINE
           MOVE wsJobCount TO dispCount
           STRING "Open jobs nested:             " dispCount
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE
           MOVE wsOrderCount TO dispCount
           STRING "Materials to order:           " dispCount
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE
           IF wsOversize > 0
               MOVE wsOversize TO dispCount
               STRING "Oversize pieces left out:     " dispCount
                   DELIMITED BY SIZE INTO wsRptLine
               perform SHOW-REPORT-LINE
           END-IF
           IF wsNoSheet > 0
               MOVE wsNoSheet TO dispCount
               STRING "Pieces with no stock sheet:   " dispCount
                   DELIMITED BY SIZE INTO wsRptLine
               perform SHOW-REPORT-LINE
           END-IF
           perform CLOSE-REPORT-PRINT

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY RPTHDRPR.
           COPY RPTPRTPR.
           COPY UNITPR.
           COPY NESTPR.
           COPY MSTKPR.

       SHOW-REPORT-LINE.
           display wsRptLine
           perform WRITE-REPORT-LINE.

      *> The job's quote lines nest into sheet fractions per
      *> material; its issues come off as sheets already drawn.
       NEST-ONE-JOB.
           ADD 1 TO wsJobCount
           PERFORM VARYING ssIdx FROM 1 BY 1 UNTIL ssIdx > 5
               MOVE 0 TO jnFrac(ssIdx)
               MOVE 0 TO jnIssued(ssIdx)
           END-PERFORM

           MOVE "N" TO wsQtEOF
           OPEN INPUT QUOTE-FILE
           IF wsQtStatus NOT = "00"
               MOVE "Y" TO wsQtEOF
           END-IF
           PERFORM UNTIL wsQtEOF = "Y"
               READ QUOTE-FILE
                   AT END
                       MOVE "Y" TO wsQtEOF
                   NOT AT END
                       IF QT-QUOTENO = JB-QUOTENO
                           AND QT-IS-DETAIL
                           MOVE QD-SHAPE TO SHAPE-IN-REC
                           PERFORM NEST-ONE-PIECE
                       END-IF
               END-READ
           END-PERFORM
           IF wsQtStatus = "00" OR wsQtStatus = "10"
               CLOSE QUOTE-FILE
           END-IF

           MOVE "N" TO wsMiEOF
           OPEN INPUT MAT-ISSUE-FILE
           IF wsMiStatus NOT = "00"
               MOVE "Y" TO wsMiEOF
           END-IF
           PERFORM UNTIL wsMiEOF = "Y"
               READ MAT-ISSUE-FILE
                   AT END
                       MOVE "Y" TO wsMiEOF
                   NOT AT END
                       IF MI-JOBNO = JB-JOBNO
                           MOVE MI-MATERIAL TO wsNestMaterial
                           PERFORM LOOKUP-SHEET-SIZE
                           IF wsSheetKnown = "Y"
                               COMPUTE jnIssued(ssIdx) ROUNDED =
                                   jnIssued(ssIdx)
                                   + MI-AREA / wsSheetArea
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF wsMiStatus = "00" OR wsMiStatus = "10"
               CLOSE MAT-ISSUE-FILE
           END-IF

           PERFORM VARYING msIdx FROM 1 BY 1 UNTIL msIdx > 5
               IF jnFrac(msIdx) > 0
                   PERFORM SHOW-JOB-NEED
               END-IF
           END-PERFORM.

       NEST-ONE-PIECE.
           IF NOT (SI-CIRCLE OR SI-RECTANGLE OR SI-TRIANGLE
               OR SI-TRAPEZOID OR SI-PARALLELOGRAM OR SI-CYLINDER)
               OR SI-DIM1 IS NOT NUMERIC
               OR SI-DIM2 IS NOT NUMERIC
               OR SI-DIM3 IS NOT NUMERIC
               OR SI-MATERIAL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(SI-MATERIAL) TO wsNestMaterial
           PERFORM LOOKUP-SHEET-SIZE
           IF wsSheetKnown = "N"
               ADD 1 TO wsNoSheet
               EXIT PARAGRAPH
           END-IF
           perform SIZE-SHAPE-PIECE
           perform FIT-PIECE-ON-SHEET
           IF wsPerSheet = 0
               ADD 1 TO wsOversize
               display "OVERSIZE piece on job #" JB-JOBNO " for "
                   wsNestMaterial " -- does not fit the stock sheet."
               EXIT PARAGRAPH
           END-IF
           COMPUTE wsSheetFrac = 1 / wsPerSheet
           ADD wsSheetFrac TO jnFrac(ssIdx).

      *> Whole sheets the job nests onto, less what has already been
      *> drawn, rounded up to whole sheets -- a part sheet still has
      *> to come out of the rack.
       SHOW-JOB-NEED.
           COMPUTE wsNested = FUNCTION INTEGER-PART(jnFrac(msIdx))
           IF jnFrac(msIdx) > wsNested
               ADD 1 TO wsNested
           END-IF
           COMPUTE wsStill = wsNested - jnIssued(msIdx)
           IF wsStill < 0
               MOVE 0 TO wsStill
           END-IF
           COMPUTE wsStillWhole = FUNCTION INTEGER-PART(wsStill)
           IF wsStill > wsStillWhole
               ADD 1 TO wsStillWhole
           END-IF
           ADD wsStillWhole TO shNeed(msIdx)
           IF wsStillWhole > 0
               ADD 1 TO shJobs(msIdx)
           END-IF

           MOVE wsNested TO dispNested
           MOVE jnIssued(msIdx) TO dispIssued
           MOVE wsStillWhole TO dispStill
           STRING "#" JB-JOBNO " #" JB-QUOTENO "  " MT-CODE(msIdx)
               "     " dispNested " " dispIssued "       " dispStill
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE.

      *> The rack against the open jobs' need; a shortfall orders
      *> the whole sheets that cover it.
       SHOW-MATERIAL-SHORTAGE.
           COMPUTE wsShort = shNeed(msIdx) - msOnHand(msIdx)
           MOVE 0 TO wsOrder
           MOVE SPACES TO wsFlag
           IF wsShort > 0
               COMPUTE wsOrder = FUNCTION INTEGER-PART(wsShort)
               IF wsShort > wsOrder
                   ADD 1 TO wsOrder
               END-IF
               MOVE "ORDER" TO wsFlag
               ADD 1 TO wsOrderCount
           END-IF
           MOVE msOnHand(msIdx) TO dispOnHand
           MOVE shNeed(msIdx) TO dispNeed
           MOVE shJobs(msIdx) TO dispCount
           MOVE wsOrder TO dispOrder
           STRING MT-CODE(msIdx) " " MT-DESC(msIdx) " " dispOnHand
               "      " dispNeed " " dispCount "  " dispOrder " "
               wsFlag
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE.
