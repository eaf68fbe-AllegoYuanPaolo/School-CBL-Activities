      *> Backorder aging report: what each customer is still waiting
      *> for. Every backorder on BACKORD.DAT not yet filled -- open,
      *> or released by BOFILL and waiting for SEQ7 to invoice it --
      *> is listed under its customer, oldest sale first, aged from
      *> the date the sale was originally taken and valued at the
      *> item's current price. Each customer gets a subtotal, and
      *> the units fall into age buckets -- up to a week, 8-14,
      *> 15-30, over 30 days -- totalled at the bottom, so the desk
      *> can see whose orders have waited longest. Goes to BORPT.PRT
      *> as well as the console.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BORPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsBoStatus.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CU-CNUM
               FILE STATUS wsCuStatus.

           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IM-ITEM
               FILE STATUS wsImStatus.

           SELECT BACKORDER-SORT-FILE ASSIGN TO "SRTWK49".

           SELECT REPORT-PRINT-FILE ASSIGN TO "BORPT.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD BACKORDER-FILE.
           COPY BACKORD.

           FD CUSTOMER-MASTER.
           COPY CUSTMAST.

           FD ITEM-MASTER.
           COPY ITEMMAST.

           SD BACKORDER-SORT-FILE.
           01 BACKORDER-SORT-REC.
               05 BS-CUST PIC 9(6).
               05 BS-SALE-DATE PIC 9(8).
               05 BS-BONO PIC 9(6).
               05 BS-ITEM PIC X(6).
               05 BS-QTY PIC 9(6).
               05 BS-STATUS PIC X.

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsBoStatus pic X(2).
           01 wsCuStatus pic X(2).
           01 wsImStatus pic X(2).
           01 wsCuAvail pic X value "N".
           01 wsImAvail pic X value "N".

           01 wsToday pic 9(8).
           01 wsTodayInt pic 9(8).
           01 wsSaleInt pic 9(8).
           01 wsAgeDays pic S9(5).
           01 wsBucketTag pic X(5).
           01 wsStatusTag pic X(4).
           01 wsLineValue pic 9(9)v99.

           01 wsFirstRec pic X value "Y".
           01 wsCurCust pic 9(6).
           01 custLines pic 9(4) value 0.
           01 custUnits pic 9(7) value 0.
           01 custValue pic 9(9)v99 value 0.
           01 totLines pic 9(5) value 0.
           01 totUnits pic 9(7) value 0.
           01 totValue pic 9(9)v99 value 0.
           01 totCusts pic 9(5) value 0.
           01 totWeek pic 9(7) value 0.
           01 tot14 pic 9(7) value 0.
           01 tot30 pic 9(7) value 0.
           01 totOver pic 9(7) value 0.

           01 dispCustName pic X(20).
           01 dispQty pic ZZZ,ZZ9.
           01 dispAge pic Z,ZZ9.
           01 dispValue pic ZZZ,ZZZ,ZZ9.99.
           01 dispUnits pic Z,ZZZ,ZZ9.
           01 dispCount pic ZZ,ZZ9.

           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday.
           COMPUTE wsTodayInt = FUNCTION INTEGER-OF-DATE(wsToday).

           OPEN INPUT CUSTOMER-MASTER.
           IF wsCuStatus = "00"
               MOVE "Y" TO wsCuAvail
           END-IF.
           OPEN INPUT ITEM-MASTER.
           IF wsImStatus = "00"
               MOVE "Y" TO wsImAvail
           ELSE
               display "Item master not on file -- backorders are"
                   " listed unvalued."
           END-IF.

           move "Backorder Aging by Customer" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           MOVE SPACES TO wsRptColHead
           STRING "BO #   ITEM    SALE DATE WAITING STAT   AGE"
               " BUCKET         VALUE"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           MOVE SPACES TO wsRptLine

           SORT BACKORDER-SORT-FILE
               ON ASCENDING KEY BS-CUST BS-SALE-DATE BS-BONO
               INPUT PROCEDURE RELEASE-WAITING-BACKORDERS
               OUTPUT PROCEDURE PRINT-WAITING-BACKORDERS

           MOVE totCusts TO dispCount
           MOVE totValue TO dispValue
           display " "
           display "Customers waiting: " dispCount
               "   Value waiting: " dispValue
           STRING "CUSTOMERS WAITING: " dispCount
               "   VALUE WAITING: " dispValue
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE totLines TO dispCount
           MOVE totUnits TO dispUnits
           display "Backorders:        " dispCount
               "   Units waiting: " dispUnits
           STRING "BACKORDERS:        " dispCount
               "   UNITS WAITING: " dispUnits
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE totWeek TO dispUnits
           display "  Up to 7 days:   " dispUnits
           STRING "  UP TO 7 DAYS:   " dispUnits
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE tot14 TO dispUnits
           display "  8-14 days:      " dispUnits
           STRING "  8-14 DAYS:      " dispUnits
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE tot30 TO dispUnits
           display "  15-30 days:     " dispUnits
           STRING "  15-30 DAYS:     " dispUnits
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE totOver TO dispUnits
           display "  Over 30 days:   " dispUnits
           STRING "  OVER 30 DAYS:   " dispUnits
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE

           IF wsCuAvail = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF
           IF wsImAvail = "Y"
               CLOSE ITEM-MASTER
           END-IF
           perform CLOSE-REPORT-PRINT
           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY RPTHDRPR.
           COPY RPTPRTPR.

       RELEASE-WAITING-BACKORDERS.
           move "N" to wsEOF
           OPEN INPUT BACKORDER-FILE
           IF wsBoStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ BACKORDER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF BO-IS-OPEN OR BO-IS-RELEASED
                           MOVE BO-CUST TO BS-CUST
                           MOVE BO-SALE-DATE TO BS-SALE-DATE
                           MOVE BO-BONO TO BS-BONO
                           MOVE BO-ITEM TO BS-ITEM
                           MOVE BO-QTY TO BS-QTY
                           MOVE BO-STATUS TO BS-STATUS
                           RELEASE BACKORDER-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF wsBoStatus = "00" OR wsBoStatus = "10"
               CLOSE BACKORDER-FILE
           END-IF.

       PRINT-WAITING-BACKORDERS.
           PERFORM FOREVER
               RETURN BACKORDER-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN

               IF wsFirstRec = "N"
                   AND BS-CUST NOT = wsCurCust
                   PERFORM PRINT-CUSTOMER-TOTAL
               END-IF
               IF wsFirstRec = "Y" OR BS-CUST NOT = wsCurCust
                   MOVE BS-CUST TO wsCurCust
                   PERFORM PRINT-CUSTOMER-HEADING
               END-IF
               MOVE "N" TO wsFirstRec
               PERFORM PRINT-ONE-BACKORDER
           END-PERFORM

           IF wsFirstRec = "N"
               PERFORM PRINT-CUSTOMER-TOTAL
           ELSE
               display "No customer is waiting on a backorder."
               MOVE "NO CUSTOMER IS WAITING ON A BACKORDER."
                   TO wsRptLine
               perform WRITE-REPORT-LINE
           END-IF.

       PRINT-CUSTOMER-HEADING.
           MOVE "(not on file)" TO dispCustName
           IF wsCuAvail = "Y"
               MOVE wsCurCust TO CU-CNUM
               READ CUSTOMER-MASTER
                   NOT INVALID KEY
                       MOVE CU-CNAME TO dispCustName
               END-READ
           END-IF
           ADD 1 TO totCusts
           MOVE 0 TO custLines
           MOVE 0 TO custUnits
           MOVE 0 TO custValue
           display " "
           display "CUSTOMER " wsCurCust "  " dispCustName
           display "BO #   ITEM    SALE DATE WAITING STAT   AGE"
               " BUCKET         VALUE"
           perform WRITE-REPORT-LINE
           STRING "CUSTOMER " wsCurCust "  " dispCustName
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.

      *> Released backorders still count as waiting: the stock is
      *> promised but the customer has no invoice until SEQ7 posts
      *> the release.
       PRINT-ONE-BACKORDER.
           COMPUTE wsSaleInt =
               FUNCTION INTEGER-OF-DATE(BS-SALE-DATE)
           COMPUTE wsAgeDays = wsTodayInt - wsSaleInt
           EVALUATE TRUE
               WHEN wsAgeDays <= 7
                   ADD BS-QTY TO totWeek
                   MOVE "0-7" TO wsBucketTag
               WHEN wsAgeDays <= 14
                   ADD BS-QTY TO tot14
                   MOVE "8-14" TO wsBucketTag
               WHEN wsAgeDays <= 30
                   ADD BS-QTY TO tot30
                   MOVE "15-30" TO wsBucketTag
               WHEN OTHER
                   ADD BS-QTY TO totOver
                   MOVE "30+" TO wsBucketTag
           END-EVALUATE
           IF BS-STATUS = "R"
               MOVE "REL" TO wsStatusTag
           ELSE
               MOVE "OPEN" TO wsStatusTag
           END-IF

           MOVE 0 TO wsLineValue
           IF wsImAvail = "Y"
               MOVE BS-ITEM TO IM-ITEM
               READ ITEM-MASTER
                   NOT INVALID KEY
                       COMPUTE wsLineValue = BS-QTY * IM-UPRICE
               END-READ
           END-IF

           ADD 1 TO custLines
           ADD 1 TO totLines
           ADD BS-QTY TO custUnits
           ADD BS-QTY TO totUnits
           ADD wsLineValue TO custValue
           ADD wsLineValue TO totValue
           MOVE BS-QTY TO dispQty
           MOVE wsAgeDays TO dispAge
           MOVE wsLineValue TO dispValue
           display BS-BONO " " BS-ITEM "  " BS-SALE-DATE "  " dispQty
               " " wsStatusTag " " dispAge " " wsBucketTag " "
               dispValue
           STRING BS-BONO " " BS-ITEM "  " BS-SALE-DATE "  " dispQty
               " " wsStatusTag " " dispAge " " wsBucketTag " "
               dispValue
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.

       PRINT-CUSTOMER-TOTAL.
           MOVE custLines TO dispCount
           MOVE custUnits TO dispUnits
           MOVE custValue TO dispValue
           display "  CUSTOMER TOTAL  " dispCount " backorder(s) "
               dispUnits " units " dispValue
           STRING "  CUSTOMER TOTAL  " dispCount " BACKORDER(S) "
               dispUnits " UNITS " dispValue
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.
