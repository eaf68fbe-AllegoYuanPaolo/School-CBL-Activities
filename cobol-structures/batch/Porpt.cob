      *> Purchasing reports. Mode 1 is the open-PO report: every
      *> open purchase order line with quantity still to come,
      *> grouped by supplier, valued at the order's unit cost and
      *> flagged LATE once the expected date has passed, with what
      *> each supplier still owes us totalled underneath -- the
      *> list the buyer chases from. Mode 2 lists the receiving
      *> exceptions RECEIVE has logged (over-receipts, lines closed
      *> short, and stock that came in against no open PO line),
      *> optionally from a given date. Both go to PORPT.PRT as well
      *> as the console.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SP-SUPNO
               FILE STATUS wsSpStatus.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO "PURORD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPoStatus.

           SELECT RECEIVING-EXCEPTION-FILE ASSIGN TO "RCVEXC.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsRxStatus.

           SELECT OPEN-PO-SORT-FILE ASSIGN TO "SRTWK45".

           SELECT REPORT-PRINT-FILE ASSIGN TO "PORPT.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD SUPPLIER-MASTER.
           COPY SUPPMAST.

           FD PURCHASE-ORDER-FILE.
           COPY PURORD.

           FD RECEIVING-EXCEPTION-FILE.
           COPY RCVEXC.

           SD OPEN-PO-SORT-FILE.
           01 OPEN-PO-SORT-REC.
               05 OS-SUPNO PIC 9(6).
               05 OS-PONUM PIC 9(6).
               05 OS-LINE PIC 9(3).
               05 OS-ITEM PIC X(6).
               05 OS-DUE PIC 9(6).
               05 OS-UCOST PIC 9(5)V99.
               05 OS-EXPDATE PIC 9(8).

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsEOF pic X value "N".
           01 wsSpStatus pic X(2).
           01 wsPoStatus pic X(2).
           01 wsRxStatus pic X(2).
           01 wsSpAvail pic X value "N".
           01 wsToday pic 9(8).
           01 wsFromDate pic 9(8).

           01 wsFirstRec pic X value "Y".
           01 wsCurSup pic 9(6).
           01 wsLateTag pic X(4).
           01 wsLineValue pic 9(9)v99.
           01 supLines pic 9(4) value 0.
           01 supValue pic 9(9)v99 value 0.
           01 totLines pic 9(5) value 0.
           01 totLate pic 9(5) value 0.
           01 totValue pic 9(9)v99 value 0.
           01 totOver pic 9(5) value 0.
           01 totShort pic 9(5) value 0.
           01 totNoPo pic 9(5) value 0.

           01 dispSupName pic X(20).
           01 dispDue pic ZZZ,ZZ9.
           01 dispOrdered pic ZZZ,ZZ9.
           01 dispReceived pic ZZZ,ZZ9.
           01 dispCost pic ZZ,ZZ9.99.
           01 dispValue pic ZZZ,ZZZ,ZZ9.99.
           01 dispCount pic ZZ,ZZ9.

           COPY NUMCHECK.
           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday.
           display "1. Open purchase orders by supplier".
           display "2. Receiving exceptions".
           display "Select mode: " with no advancing.
           accept wsMode.

           evaluate wsMode
               when 1
                   perform OPEN-ORDERS-REPORT
               when 2
                   perform RECEIVING-EXCEPTIONS-REPORT
               when other
                   display "Invalid selection."
           end-evaluate.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY RPTPRTPR.

       OPEN-ORDERS-REPORT.
           move "Open Purchase Orders by Supplier" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           OPEN INPUT SUPPLIER-MASTER
           IF wsSpStatus = "00"
               MOVE "Y" TO wsSpAvail
           END-IF
           MOVE SPACES TO wsRptColHead
           STRING "PO #   LN  ITEM        DUE   UNIT COST"
               "           VALUE  EXPECTED"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           MOVE SPACES TO wsRptLine

           SORT OPEN-PO-SORT-FILE
               ON ASCENDING KEY OS-SUPNO OS-PONUM OS-LINE
               INPUT PROCEDURE RELEASE-OPEN-LINES
               OUTPUT PROCEDURE PRINT-OPEN-LINES

           MOVE totLines TO dispCount
           MOVE totValue TO dispValue
           display " "
           display "Open lines: " dispCount "   Value owed: "
               dispValue
           STRING "OPEN LINES: " dispCount "   VALUE OWED: "
               dispValue
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE totLate TO dispCount
           display "Lines past expected date: " dispCount
           STRING "LINES PAST EXPECTED DATE: " dispCount
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE

           IF wsSpAvail = "Y"
               CLOSE SUPPLIER-MASTER
           END-IF
           perform CLOSE-REPORT-PRINT
           perform PRINT-REPORT-FOOTER.

       RELEASE-OPEN-LINES.
           move "N" to wsEOF
           OPEN INPUT PURCHASE-ORDER-FILE
           IF wsPoStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ PURCHASE-ORDER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF PO-IS-OPEN AND PO-QTY > PO-RECEIVED
                           MOVE PO-SUPNO TO OS-SUPNO
                           MOVE PO-PONUM TO OS-PONUM
                           MOVE PO-LINE TO OS-LINE
                           MOVE PO-ITEM TO OS-ITEM
                           COMPUTE OS-DUE = PO-QTY - PO-RECEIVED
                           MOVE PO-UCOST TO OS-UCOST
                           MOVE PO-EXPDATE TO OS-EXPDATE
                           RELEASE OPEN-PO-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF wsPoStatus = "00" OR wsPoStatus = "10"
               CLOSE PURCHASE-ORDER-FILE
           END-IF.

       PRINT-OPEN-LINES.
           PERFORM FOREVER
               RETURN OPEN-PO-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN

               IF wsFirstRec = "N"
                   AND OS-SUPNO NOT = wsCurSup
                   PERFORM PRINT-SUPPLIER-TOTAL
               END-IF
               IF wsFirstRec = "Y" OR OS-SUPNO NOT = wsCurSup
                   MOVE OS-SUPNO TO wsCurSup
                   PERFORM PRINT-SUPPLIER-HEADING
               END-IF
               MOVE "N" TO wsFirstRec
               PERFORM PRINT-ONE-OPEN-LINE
           END-PERFORM

           IF wsFirstRec = "N"
               PERFORM PRINT-SUPPLIER-TOTAL
           ELSE
               display "No open purchase order lines."
               MOVE "NO OPEN PURCHASE ORDER LINES." TO wsRptLine
               perform WRITE-REPORT-LINE
           END-IF.

       PRINT-SUPPLIER-HEADING.
           MOVE "(not on file)" TO dispSupName
           IF wsSpAvail = "Y"
               MOVE wsCurSup TO SP-SUPNO
               READ SUPPLIER-MASTER
                   NOT INVALID KEY
                       MOVE SP-NAME TO dispSupName
               END-READ
           END-IF
           MOVE 0 TO supLines
           MOVE 0 TO supValue
           display " "
           display "SUPPLIER " wsCurSup "  " dispSupName
           display "PO #   LN  ITEM        DUE   UNIT COST"
               "           VALUE  EXPECTED"
           perform WRITE-REPORT-LINE
           STRING "SUPPLIER " wsCurSup "  " dispSupName
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.

       PRINT-ONE-OPEN-LINE.
           COMPUTE wsLineValue = OS-DUE * OS-UCOST
           MOVE SPACES TO wsLateTag
           IF OS-EXPDATE < wsToday
               MOVE "LATE" TO wsLateTag
               ADD 1 TO totLate
           END-IF
           ADD 1 TO supLines
           ADD 1 TO totLines
           ADD wsLineValue TO supValue
           ADD wsLineValue TO totValue
           MOVE OS-DUE TO dispDue
           MOVE OS-UCOST TO dispCost
           MOVE wsLineValue TO dispValue
           display OS-PONUM " " OS-LINE " " OS-ITEM "  " dispDue
               "   " dispCost "  " dispValue "  " OS-EXPDATE " "
               wsLateTag
           STRING OS-PONUM " " OS-LINE " " OS-ITEM "  " dispDue
               "   " dispCost "  " dispValue "  " OS-EXPDATE " "
               wsLateTag
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.

       PRINT-SUPPLIER-TOTAL.
           MOVE supLines TO dispCount
           MOVE supValue TO dispValue
           display "  SUPPLIER TOTAL  " dispCount " line(s)  "
               dispValue
           STRING "  SUPPLIER TOTAL  " dispCount " LINE(S)  "
               dispValue
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.

       RECEIVING-EXCEPTIONS-REPORT.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "List exceptions from date (YYYYMMDD, 0 ="
                   " all): " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute wsFromDate = function numval(WS-VALID-BUFFER)

           move "Receiving Exceptions" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           MOVE SPACES TO wsRptColHead
           STRING "DATE      TYPE   PO #   LN  SUPPLIER ITEM  "
               "  ORDERED RECEIVED      QTY"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           MOVE SPACES TO wsRptLine
           display "DATE      TYPE   PO #   LN  SUPPLIER ITEM  "
               "  ORDERED RECEIVED      QTY"

           move "N" to wsEOF
           OPEN INPUT RECEIVING-EXCEPTION-FILE
           IF wsRxStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ RECEIVING-EXCEPTION-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF RX-TIMESTAMP(1:8) NOT < wsFromDate
                           PERFORM PRINT-ONE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           IF wsRxStatus = "00" OR wsRxStatus = "10"
               CLOSE RECEIVING-EXCEPTION-FILE
           END-IF

           display " "
           MOVE totOver TO dispCount
           display "Over-receipts:      " dispCount
           STRING "OVER-RECEIPTS:      " dispCount
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE totShort TO dispCount
           display "Lines closed short: " dispCount
           STRING "LINES CLOSED SHORT: " dispCount
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE totNoPo TO dispCount
           display "Received, no PO:    " dispCount
           STRING "RECEIVED, NO PO:    " dispCount
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           perform CLOSE-REPORT-PRINT
           perform PRINT-REPORT-FOOTER.

       PRINT-ONE-EXCEPTION.
           evaluate true
               when RX-IS-OVER
                   ADD 1 TO totOver
               when RX-IS-SHORT
                   ADD 1 TO totShort
               when other
                   ADD 1 TO totNoPo
           end-evaluate
           MOVE RX-ORDERED TO dispOrdered
           MOVE RX-RECEIVED TO dispReceived
           MOVE RX-QTY TO dispDue
           display RX-TIMESTAMP(1:8) "  " RX-TYPE "  " RX-PONUM " "
               RX-LINE " " RX-SUPNO "   " RX-ITEM "  " dispOrdered
               "  " dispReceived "  " dispDue
           STRING RX-TIMESTAMP(1:8) "  " RX-TYPE "  " RX-PONUM " "
               RX-LINE " " RX-SUPNO "   " RX-ITEM "  " dispOrdered
               "  " dispReceived "  " dispDue
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.
