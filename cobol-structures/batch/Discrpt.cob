      *> Customer discount report. For an operator-entered period
      *> every invoice and credit memo on the register that was
      *> priced below list -- on the customer's contract or on a
      *> quantity break -- is listed under its customer with the
      *> list price in force beside the price charged, and the
      *> discount given (list less charged, times units) is
      *> totalled per customer and for the period. A credit memo
      *> gives its share of the discount back, so it counts
      *> negative. Documents charged at list are not listed, but
      *> their value goes into each customer's sales so the
      *> discount can be read against the whole account. Console
      *> and DISCRPT.PRT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsIvStatus.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CU-CNUM
               FILE STATUS wsCuStatus.

           SELECT DISCOUNT-SORT-FILE ASSIGN TO "SRTWK50".

           SELECT REPORT-PRINT-FILE ASSIGN TO "DISCRPT.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD INVOICE-REGISTER-FILE.
           COPY INVOICE.

           FD CUSTOMER-MASTER.
           COPY CUSTMAST.

           SD DISCOUNT-SORT-FILE.
           01 DISCOUNT-SORT-REC.
               05 DS-CUST PIC 9(6).
               05 DS-BUSDATE PIC 9(8).
               05 DS-INVNO PIC 9(6).
               05 DS-TYPE PIC X.
               05 DS-ITEM PIC X(6).
               05 DS-UNITS PIC 9(3).
               05 DS-UPRICE PIC 9(3).
               05 DS-LIST PIC 9(3).
               05 DS-BASIS PIC X.
               05 DS-AMOUNT PIC S9(6)
                   SIGN IS LEADING SEPARATE CHARACTER.

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsIvStatus pic X(2).
           01 wsCuStatus pic X(2).
           01 wsCuAvail pic X value "N".

           01 wsPeriodFrom pic 9(8).
           01 wsPeriodTo pic 9(8).
           01 wsLineDisc pic S9(7).
           01 wsBasisTag pic X(9).

           01 wsFirstRec pic X value "Y".
           01 wsCurCust pic 9(6).
           01 custLines pic 9(4) value 0.
           01 custSales pic S9(9) value 0.
           01 custDisc pic S9(9) value 0.
           01 totLines pic 9(5) value 0.
           01 totSales pic S9(9) value 0.
           01 totDisc pic S9(9) value 0.
           01 totCusts pic 9(5) value 0.
           01 totContract pic S9(9) value 0.
           01 totBreak pic S9(9) value 0.

           01 dispCustName pic X(20).
           01 dispUnits pic ZZ9.
           01 dispPrice pic ZZ9.
           01 dispList pic ZZ9.
           01 dispDisc pic ZZZ,ZZ9-.
           01 dispValue pic ZZZ,ZZZ,ZZ9-.
           01 dispCount pic ZZ,ZZ9.

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

           OPEN INPUT CUSTOMER-MASTER.
           IF wsCuStatus = "00"
               MOVE "Y" TO wsCuAvail
           END-IF.

           move "Customer Discounts Against List" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           MOVE SPACES TO wsRptColHead
           STRING "DOC #  DATE     ITEM   UNITS LIST PRICE BASIS"
               "      DISCOUNT"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           MOVE SPACES TO wsRptLine
           display "Period " wsPeriodFrom " thru " wsPeriodTo
           STRING "PERIOD " wsPeriodFrom " THRU " wsPeriodTo
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE

           SORT DISCOUNT-SORT-FILE
               ON ASCENDING KEY DS-CUST DS-BUSDATE DS-INVNO
               INPUT PROCEDURE RELEASE-PERIOD-DOCUMENTS
               OUTPUT PROCEDURE PRINT-CUSTOMER-DISCOUNTS

           MOVE totCusts TO dispCount
           MOVE totDisc TO dispValue
           display " "
           display "Customers discounted: " dispCount
               "   Discount given: " dispValue
           STRING "CUSTOMERS DISCOUNTED: " dispCount
               "   DISCOUNT GIVEN: " dispValue
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE totContract TO dispValue
           display "  On contract:        " dispValue
           STRING "  ON CONTRACT:        " dispValue
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE totBreak TO dispValue
           display "  On quantity break:  " dispValue
           STRING "  ON QUANTITY BREAK:  " dispValue
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE totSales TO dispValue
           display "Sales to them:        " dispValue
           STRING "SALES TO THEM:        " dispValue
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE

           IF wsCuAvail = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF
           perform CLOSE-REPORT-PRINT
           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY RPTPRTPR.

      *> Every document in the period goes to the sort, list-priced
      *> ones too: they carry the customer's sales figure but are
      *> not printed. A document cut before the basis was kept has
      *> spaces there and counts as list.
       RELEASE-PERIOD-DOCUMENTS.
           move "N" to wsEOF
           OPEN INPUT INVOICE-REGISTER-FILE
           IF wsIvStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ INVOICE-REGISTER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF IV-BUSDATE >= wsPeriodFrom
                           AND IV-BUSDATE <= wsPeriodTo
                           AND NOT IV-AT-JOB
                           MOVE IV-CUST TO DS-CUST
                           MOVE IV-BUSDATE TO DS-BUSDATE
                           MOVE IV-INVNO TO DS-INVNO
                           MOVE IV-TYPE TO DS-TYPE
                           MOVE IV-ITEM TO DS-ITEM
                           MOVE IV-UNITS TO DS-UNITS
                           MOVE IV-UPRICE TO DS-UPRICE
                           MOVE IV-AMOUNT TO DS-AMOUNT
                           IF IV-AT-CONTRACT OR IV-AT-BREAK
                               MOVE IV-BASIS TO DS-BASIS
                               MOVE IV-LIST-PRICE TO DS-LIST
                           ELSE
                               MOVE "L" TO DS-BASIS
                               MOVE IV-UPRICE TO DS-LIST
                           END-IF
                           RELEASE DISCOUNT-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF wsIvStatus = "00" OR wsIvStatus = "10"
               CLOSE INVOICE-REGISTER-FILE
           END-IF.

       PRINT-CUSTOMER-DISCOUNTS.
           PERFORM FOREVER
               RETURN DISCOUNT-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN

               IF wsFirstRec = "N"
                   AND DS-CUST NOT = wsCurCust
                   PERFORM PRINT-CUSTOMER-TOTAL
               END-IF
               IF wsFirstRec = "Y" OR DS-CUST NOT = wsCurCust
                   MOVE DS-CUST TO wsCurCust
                   MOVE 0 TO custLines
                   MOVE 0 TO custSales
                   MOVE 0 TO custDisc
               END-IF
               MOVE "N" TO wsFirstRec
               ADD DS-AMOUNT TO custSales
               IF DS-BASIS NOT = "L"
                   PERFORM PRINT-ONE-DISCOUNT
               END-IF
           END-PERFORM

           IF wsFirstRec = "N"
               PERFORM PRINT-CUSTOMER-TOTAL
           END-IF
           IF totCusts = 0
               display "No document in the period was priced below"
                   " list."
               MOVE "NO DOCUMENT IN THE PERIOD WAS PRICED BELOW LIST."
                   TO wsRptLine
               perform WRITE-REPORT-LINE
           END-IF.

      *> The heading waits for the customer's first discounted
      *> line, so an account bought entirely at list never shows.
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
           display " "
           display "CUSTOMER " wsCurCust "  " dispCustName
           display "DOC #  DATE     ITEM   UNITS LIST PRICE BASIS"
               "      DISCOUNT"
           perform WRITE-REPORT-LINE
           STRING "CUSTOMER " wsCurCust "  " dispCustName
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.

       PRINT-ONE-DISCOUNT.
           IF custLines = 0
               PERFORM PRINT-CUSTOMER-HEADING
           END-IF
           COMPUTE wsLineDisc = (DS-LIST - DS-UPRICE) * DS-UNITS
           IF DS-TYPE = "C"
               COMPUTE wsLineDisc = 0 - wsLineDisc
           END-IF
           IF DS-BASIS = "C"
               MOVE "CONTRACT" TO wsBasisTag
               ADD wsLineDisc TO totContract
           ELSE
               MOVE "QTY BREAK" TO wsBasisTag
               ADD wsLineDisc TO totBreak
           END-IF
           ADD 1 TO custLines
           ADD 1 TO totLines
           ADD wsLineDisc TO custDisc
           ADD wsLineDisc TO totDisc
           MOVE DS-UNITS TO dispUnits
           MOVE DS-LIST TO dispList
           MOVE DS-UPRICE TO dispPrice
           MOVE wsLineDisc TO dispDisc
           display DS-INVNO " " DS-BUSDATE " " DS-ITEM "   "
               dispUnits "  " dispList "   " dispPrice " "
               wsBasisTag "  " dispDisc
           STRING DS-INVNO " " DS-BUSDATE " " DS-ITEM "   "
               dispUnits "  " dispList "   " dispPrice " "
               wsBasisTag "  " dispDisc
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.

       PRINT-CUSTOMER-TOTAL.
           IF custLines = 0
               EXIT PARAGRAPH
           END-IF
           MOVE custLines TO dispCount
           MOVE custDisc TO dispValue
           display "  CUSTOMER TOTAL  " dispCount " line(s)"
               "  discount " dispValue
           STRING "  CUSTOMER TOTAL  " dispCount " LINE(S)"
               "  DISCOUNT " dispValue
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           ADD custSales TO totSales
           MOVE custSales TO dispValue
           display "  SALES IN PERIOD               " dispValue
           STRING "  SALES IN PERIOD               " dispValue
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.
