      *> Gross-margin report. For an operator-entered period every
      *> posted row on the dated daily history is costed at the
      *> item's standard cost in force on its business day (the
      *> COSTHIS.DAT history ITMMAINT keeps), and revenue, cost of
      *> goods sold, gross margin, and margin percent are rolled up
      *> three ways -- by item, by salesman, and by branch -- off
      *> one costed work file sorted once per axis. A return costs
      *> back negative, the same way it sells back negative. Every
      *> line sold for less than it cost is listed first and
      *> counted against its item, salesman, and branch; rows with
      *> no standard cost on file (or no item, from before the item
      *> was carried) are costed at zero and starred, so a margin
      *> that looks too good says why. Console and MGNRPT.PRT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGNRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-SALES-FILE ASSIGN TO "DAILY.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsDsStatus.

           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IM-ITEM
               FILE STATUS wsImStatus.

           SELECT COST-HIST-FILE ASSIGN TO "COSTHIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsCsStatus.

           SELECT MARGIN-WORK-FILE ASSIGN TO "MGNWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT MARGIN-SORT-FILE ASSIGN TO "SRTWK46".

           SELECT REPORT-PRINT-FILE ASSIGN TO "MGNRPT.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD DAILY-SALES-FILE.
           COPY DAILYSAL.

           FD ITEM-MASTER.
           COPY ITEMMAST.

           FD COST-HIST-FILE.
           COPY COSTHIS.

           FD MARGIN-WORK-FILE.
           01 MARGIN-WORK-REC.
               05 MW-ITEM PIC X(6).
               05 MW-SNUMBER PIC 9(6).
               05 MW-SNAME PIC X(20).
               05 MW-BRANCH PIC X(4).
               05 MW-REVENUE PIC S9(7)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               05 MW-COST PIC S9(7)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               05 MW-BELOW PIC X.
               05 MW-NOCOST PIC X.

      *> Field order mirrors MARGIN-WORK-REC: SORT USING moves the
      *> work record in byte for byte, so the layouts must line up.
           SD MARGIN-SORT-FILE.
           01 MARGIN-SORT-REC.
               05 MS-ITEM PIC X(6).
               05 MS-SNUMBER PIC 9(6).
               05 MS-SNAME PIC X(20).
               05 MS-BRANCH PIC X(4).
               05 MS-REVENUE PIC S9(7)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               05 MS-COST PIC S9(7)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               05 MS-BELOW PIC X.
               05 MS-NOCOST PIC X.

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsDsStatus pic X(2).
           01 wsImStatus pic X(2).
           01 wsImAvail pic X value "N".
           01 wsPeriodFrom pic 9(8).
           01 wsPeriodTo pic 9(8).
           01 wsUnits pic 9(3).

      *> Axis the current sort is grouping on: I item, S salesman,
      *> B branch. One output procedure serves all three.
           01 wsAxis pic X.
           01 wsFirstRec pic X.
           01 wsNewKey pic X(10).
           01 wsCurKey pic X(10).
           01 wsGrpName pic X(20).

           01 grpRevenue pic S9(9)v99.
           01 grpCost pic S9(9)v99.
           01 grpMargin pic S9(9)v99.
           01 grpBelow pic 9(5).
           01 grpNoCost pic 9(5).
           01 wsMarginPct pic S9(3)v9.
           01 wsStar pic X.

           01 totRevenue pic S9(9)v99 value 0.
           01 totCost pic S9(9)v99 value 0.
           01 totMargin pic S9(9)v99.
           01 totBelow pic 9(5) value 0.
           01 totNoCost pic 9(5) value 0.

           01 dispKey pic X(28).
           01 dispRevenue pic ZZZ,ZZ9.99-.
           01 dispCost pic ZZZ,ZZ9.99-.
           01 dispMargin pic ZZZ,ZZ9.99-.
           01 dispPct pic ZZ9.9-.
           01 dispBelow pic ZZZ9.
           01 dispUnits pic ZZ9.
           01 dispCount pic ZZ,ZZ9.
           01 dispTotal pic ZZZ,ZZZ,ZZ9.99-.

           COPY COSTWS.
           COPY NUMCHECK.
           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Enter period start (YYYYMMDD): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute wsPeriodFrom = function numval(WS-VALID-BUFFER)

           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Enter period end (YYYYMMDD): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute wsPeriodTo = function numval(WS-VALID-BUFFER)

           OPEN INPUT ITEM-MASTER.
           IF wsImStatus = "00"
               MOVE "Y" TO wsImAvail
           END-IF.

           move "Gross Margin Report" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           MOVE SPACES TO wsRptColHead
           perform OPEN-REPORT-PRINT
           MOVE SPACES TO wsRptLine
           display "Period " wsPeriodFrom " thru " wsPeriodTo
           STRING "PERIOD " wsPeriodFrom " THRU " wsPeriodTo
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE

           perform COST-PERIOD-SALES

           MOVE "I" TO wsAxis
           SORT MARGIN-SORT-FILE
               ON ASCENDING KEY MS-ITEM
               USING MARGIN-WORK-FILE
               OUTPUT PROCEDURE PRINT-MARGIN-GROUPS.

           MOVE "S" TO wsAxis
           SORT MARGIN-SORT-FILE
               ON ASCENDING KEY MS-SNUMBER
               USING MARGIN-WORK-FILE
               OUTPUT PROCEDURE PRINT-MARGIN-GROUPS.

           MOVE "B" TO wsAxis
           SORT MARGIN-SORT-FILE
               ON ASCENDING KEY MS-BRANCH
               USING MARGIN-WORK-FILE
               OUTPUT PROCEDURE PRINT-MARGIN-GROUPS.

           perform PRINT-PERIOD-TOTALS

           IF wsImAvail = "Y"
               CLOSE ITEM-MASTER
           END-IF.
           perform CLOSE-REPORT-PRINT.
           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY RPTPRTPR.
           COPY COSTPR.

      *> One pass over the period's rows: cost each at the standard
      *> in force on its business day onto the work file, and list
      *> the lines that sold below cost as they go by.
       COST-PERIOD-SALES.
           display " "
           display "LINES SOLD BELOW COST"
           display "DATE     ITEM   SALESMN BRCH UNITS     REVENUE"
               "        COST"
           perform WRITE-REPORT-LINE
           MOVE "LINES SOLD BELOW COST" TO wsRptLine
           perform WRITE-REPORT-LINE
           STRING "DATE     ITEM   SALESMN BRCH UNITS     REVENUE"
               "        COST"
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE

           OPEN OUTPUT MARGIN-WORK-FILE
           move "N" to wsEOF
           OPEN INPUT DAILY-SALES-FILE
           IF wsDsStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ DAILY-SALES-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF DS-RUNDATE >= wsPeriodFrom
                           AND DS-RUNDATE <= wsPeriodTo
                           PERFORM COST-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF wsDsStatus = "00" OR wsDsStatus = "10"
               CLOSE DAILY-SALES-FILE
           END-IF
           CLOSE MARGIN-WORK-FILE

           MOVE totBelow TO dispCount
           display "Lines below cost: " dispCount
           STRING "LINES BELOW COST: " dispCount
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.

       COST-ONE-ROW.
           IF DS-UNITS IS NUMERIC
               MOVE DS-UNITS TO wsUnits
           ELSE
               MOVE 0 TO wsUnits
           END-IF
           MOVE DS-ITEM TO MW-ITEM
           IF DS-ITEM = SPACES
               MOVE "(none)" TO MW-ITEM
           END-IF
           MOVE DS-SNUMBER TO MW-SNUMBER
           MOVE DS-SNAME TO MW-SNAME
           IF DS-BRANCH = SPACES
               MOVE "(HO)" TO MW-BRANCH
           ELSE
               MOVE DS-BRANCH TO MW-BRANCH
           END-IF
           MOVE DS-TSALE TO MW-REVENUE
           MOVE "N" TO MW-BELOW
           MOVE "N" TO MW-NOCOST

           MOVE 0 TO wsCostValue
           MOVE "N" TO wsCostFound
           IF DS-ITEM NOT = SPACES
               MOVE DS-ITEM TO wsCostItem
               MOVE DS-RUNDATE TO wsCostAsOf
               perform LOAD-ITEM-COST-HISTORY
           END-IF
           IF wsCostFound = "N"
               MOVE "Y" TO MW-NOCOST
               ADD 1 TO totNoCost
           END-IF
           COMPUTE MW-COST = wsUnits * wsCostValue
           IF DS-TSALE < 0
               COMPUTE MW-COST = 0 - MW-COST
           END-IF
           ADD MW-REVENUE TO totRevenue
           ADD MW-COST TO totCost

           IF DS-TSALE NOT < 0 AND MW-COST > MW-REVENUE
               MOVE "Y" TO MW-BELOW
               ADD 1 TO totBelow
               MOVE wsUnits TO dispUnits
               MOVE MW-REVENUE TO dispRevenue
               MOVE MW-COST TO dispCost
               display DS-RUNDATE " " MW-ITEM " " MW-SNUMBER "  "
                   MW-BRANCH "   " dispUnits " " dispRevenue " "
                   dispCost
               STRING DS-RUNDATE " " MW-ITEM " " MW-SNUMBER "  "
                   MW-BRANCH "   " dispUnits " " dispRevenue " "
                   dispCost
                   DELIMITED BY SIZE INTO wsRptLine
               perform WRITE-REPORT-LINE
           END-IF
           WRITE MARGIN-WORK-REC.

       PRINT-MARGIN-GROUPS.
           MOVE "Y" TO wsFirstRec
           display " "
           perform WRITE-REPORT-LINE
           evaluate wsAxis
               when "I"
                   display "MARGIN BY ITEM"
                   MOVE "MARGIN BY ITEM" TO wsRptLine
               when "S"
                   display "MARGIN BY SALESMAN"
                   MOVE "MARGIN BY SALESMAN" TO wsRptLine
               when other
                   display "MARGIN BY BRANCH"
                   MOVE "MARGIN BY BRANCH" TO wsRptLine
           end-evaluate
           perform WRITE-REPORT-LINE
           display "                                 REVENUE"
               "        COST      MARGIN   PCT% BELOW"
           STRING "                                 REVENUE"
               "        COST      MARGIN   PCT% BELOW"
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE

           PERFORM FOREVER
               RETURN MARGIN-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN

               MOVE SPACES TO wsNewKey
               evaluate wsAxis
                   when "I"
                       MOVE MS-ITEM TO wsNewKey
                   when "S"
                       MOVE MS-SNUMBER TO wsNewKey
                   when other
                       MOVE MS-BRANCH TO wsNewKey
               end-evaluate

               IF wsFirstRec = "N"
                   AND wsNewKey NOT = wsCurKey
                   PERFORM PRINT-ONE-MARGIN-GROUP
               END-IF
               IF wsFirstRec = "Y" OR wsNewKey NOT = wsCurKey
                   MOVE wsNewKey TO wsCurKey
                   MOVE MS-SNAME TO wsGrpName
                   MOVE 0 TO grpRevenue
                   MOVE 0 TO grpCost
                   MOVE 0 TO grpBelow
                   MOVE 0 TO grpNoCost
               END-IF
               MOVE "N" TO wsFirstRec
               ADD MS-REVENUE TO grpRevenue
               ADD MS-COST TO grpCost
               IF MS-BELOW = "Y"
                   ADD 1 TO grpBelow
               END-IF
               IF MS-NOCOST = "Y"
                   ADD 1 TO grpNoCost
               END-IF
           END-PERFORM

           IF wsFirstRec = "N"
               PERFORM PRINT-ONE-MARGIN-GROUP
           END-IF.

       PRINT-ONE-MARGIN-GROUP.
           MOVE SPACES TO dispKey
           evaluate wsAxis
               when "I"
                   MOVE SPACES TO wsGrpName
                   IF wsImAvail = "Y"
                       MOVE wsCurKey TO IM-ITEM
                       READ ITEM-MASTER
                           NOT INVALID KEY
                               MOVE IM-DESC TO wsGrpName
                       END-READ
                   END-IF
                   STRING wsCurKey(1:6) "  " wsGrpName
                       DELIMITED BY SIZE INTO dispKey
               when "S"
                   STRING wsCurKey(1:6) "  " wsGrpName
                       DELIMITED BY SIZE INTO dispKey
               when other
                   MOVE wsCurKey(1:4) TO dispKey
           end-evaluate
           COMPUTE grpMargin = grpRevenue - grpCost
           IF grpRevenue = 0
               MOVE 0 TO wsMarginPct
           ELSE
               COMPUTE wsMarginPct ROUNDED =
                   grpMargin * 100 / grpRevenue
                   ON SIZE ERROR MOVE 999.9 TO wsMarginPct
               END-COMPUTE
           END-IF
           MOVE SPACE TO wsStar
           IF grpNoCost > 0
               MOVE "*" TO wsStar
           END-IF
           MOVE grpRevenue TO dispRevenue
           MOVE grpCost TO dispCost
           MOVE grpMargin TO dispMargin
           MOVE wsMarginPct TO dispPct
           MOVE grpBelow TO dispBelow
           display dispKey " " dispRevenue " " dispCost " "
               dispMargin " " dispPct " " dispBelow wsStar
           STRING dispKey " " dispRevenue " " dispCost " "
               dispMargin " " dispPct " " dispBelow wsStar
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.

       PRINT-PERIOD-TOTALS.
           COMPUTE totMargin = totRevenue - totCost
           IF totRevenue = 0
               MOVE 0 TO wsMarginPct
           ELSE
               COMPUTE wsMarginPct ROUNDED =
                   totMargin * 100 / totRevenue
                   ON SIZE ERROR MOVE 999.9 TO wsMarginPct
               END-COMPUTE
           END-IF
           display " "
           perform WRITE-REPORT-LINE
           MOVE totRevenue TO dispTotal
           display "Period revenue:      " dispTotal
           STRING "PERIOD REVENUE:      " dispTotal
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE totCost TO dispTotal
           display "Cost of goods sold:  " dispTotal
           STRING "COST OF GOODS SOLD:  " dispTotal
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE totMargin TO dispTotal
           MOVE wsMarginPct TO dispPct
           display "Gross margin:        " dispTotal "  " dispPct
               "%"
           STRING "GROSS MARGIN:        " dispTotal "  " dispPct
               "%"
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           IF totNoCost > 0
               MOVE totNoCost TO dispCount
               display "* " dispCount " line(s) have no standard"
                   " cost on file and are costed at zero."
               STRING "* " dispCount " LINE(S) HAVE NO STANDARD"
                   " COST ON FILE AND ARE COSTED AT ZERO."
                   DELIMITED BY SIZE INTO wsRptLine
               perform WRITE-REPORT-LINE
           END-IF.
