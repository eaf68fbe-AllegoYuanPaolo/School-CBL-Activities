      *> Exempt-sales report for the tax filing. For an
      *> operator-entered period every line on the dated daily
      *> history that went out untaxed on a customer's exemption
      *> certificate is listed, customer by customer, with the
      *> certificate that justified it and the expiry that
      *> certificate had on file when the sale posted. A line sold
      *> after its certificate had already expired is flagged
      *> EXPIRED and counted, so the desk can chase a renewal or
      *> the tax before the filing goes in. Rows posted before the
      *> certificate was carried on the history hold none and are
      *> not listed. Console and EXMPTRPT.PRT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXMPTRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-SALES-FILE ASSIGN TO "DAILY.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsDsStatus.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CU-CNUM
               FILE STATUS wsCuStatus.

           SELECT EXEMPT-SORT-FILE ASSIGN TO "SRTWK51".

           SELECT REPORT-PRINT-FILE ASSIGN TO "EXMPTRPT.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD DAILY-SALES-FILE.
           COPY DAILYSAL.

           FD CUSTOMER-MASTER.
           COPY CUSTMAST.

           SD EXEMPT-SORT-FILE.
           01 EXEMPT-SORT-REC.
               05 XS-CUST PIC 9(6).
               05 XS-RUNDATE PIC 9(8).
               05 XS-ITEM PIC X(6).
               05 XS-UNITS PIC 9(3).
               05 XS-TSALE PIC S9(6)
                   SIGN IS LEADING SEPARATE CHARACTER.
               05 XS-CERT PIC X(12).
               05 XS-EXPIRY PIC 9(8).

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsDsStatus pic X(2).
           01 wsCuStatus pic X(2).
           01 wsCuAvail pic X value "N".

           01 wsPeriodFrom pic 9(8).
           01 wsPeriodTo pic 9(8).
           01 wsFlag pic X(7).

           01 wsFirstRec pic X value "Y".
           01 wsCurCust pic 9(6).
           01 custSales pic S9(9) value 0.
           01 totLines pic 9(5) value 0.
           01 totSales pic S9(9) value 0.
           01 totExpired pic 9(5) value 0.
           01 totExpSales pic S9(9) value 0.

           01 dispCustName pic X(20).
           01 dispUnits pic ZZ9.
           01 dispSale pic ZZZ,ZZ9-.
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

           move "Exempt Sales by Certificate" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           MOVE SPACES TO wsRptColHead
           STRING "DATE     ITEM   UNITS   AMOUNT CERTIFICATE"
               "  EXPIRES"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           MOVE SPACES TO wsRptLine
           display "Period " wsPeriodFrom " thru " wsPeriodTo
           STRING "PERIOD " wsPeriodFrom " THRU " wsPeriodTo
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE

           SORT EXEMPT-SORT-FILE
               ON ASCENDING KEY XS-CUST XS-RUNDATE
               INPUT PROCEDURE RELEASE-EXEMPT-LINES
               OUTPUT PROCEDURE PRINT-EXEMPT-LINES

           MOVE totLines TO dispCount
           MOVE totSales TO dispValue
           display " "
           display "Exempt lines:        " dispCount
               "   Exempt sales: " dispValue
           STRING "EXEMPT LINES:        " dispCount
               "   EXEMPT SALES: " dispValue
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE totExpired TO dispCount
           MOVE totExpSales TO dispValue
           display "On expired cert:     " dispCount
               "   Sales:        " dispValue
           STRING "ON EXPIRED CERT:     " dispCount
               "   SALES:        " dispValue
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

       RELEASE-EXEMPT-LINES.
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
                           AND DS-CERT-EXPIRY IS NUMERIC
                           AND DS-TAX-CERT NOT = SPACES
                           MOVE DS-CUST TO XS-CUST
                           MOVE DS-RUNDATE TO XS-RUNDATE
                           MOVE DS-ITEM TO XS-ITEM
                           MOVE DS-UNITS TO XS-UNITS
                           MOVE DS-TSALE TO XS-TSALE
                           MOVE DS-TAX-CERT TO XS-CERT
                           MOVE DS-CERT-EXPIRY TO XS-EXPIRY
                           RELEASE EXEMPT-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF wsDsStatus = "00" OR wsDsStatus = "10"
               CLOSE DAILY-SALES-FILE
           END-IF.

       PRINT-EXEMPT-LINES.
           PERFORM FOREVER
               RETURN EXEMPT-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN

               IF wsFirstRec = "N"
                   AND XS-CUST NOT = wsCurCust
                   PERFORM PRINT-CUSTOMER-TOTAL
               END-IF
               IF wsFirstRec = "Y" OR XS-CUST NOT = wsCurCust
                   MOVE XS-CUST TO wsCurCust
                   PERFORM PRINT-CUSTOMER-HEADING
               END-IF
               MOVE "N" TO wsFirstRec
               PERFORM PRINT-ONE-EXEMPT-LINE
           END-PERFORM

           IF wsFirstRec = "N"
               PERFORM PRINT-CUSTOMER-TOTAL
           ELSE
               display "No exempt sales in the period."
               MOVE "NO EXEMPT SALES IN THE PERIOD." TO wsRptLine
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
           MOVE 0 TO custSales
           display " "
           display "CUSTOMER " wsCurCust "  " dispCustName
           display "DATE     ITEM   UNITS   AMOUNT CERTIFICATE"
               "  EXPIRES"
           perform WRITE-REPORT-LINE
           STRING "CUSTOMER " wsCurCust "  " dispCustName
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.

      *> A certificate with no expiry on file never lapses.
       PRINT-ONE-EXEMPT-LINE.
           MOVE SPACES TO wsFlag
           IF XS-EXPIRY NOT = 0 AND XS-EXPIRY < XS-RUNDATE
               MOVE "EXPIRED" TO wsFlag
               ADD 1 TO totExpired
               ADD XS-TSALE TO totExpSales
           END-IF
           ADD 1 TO totLines
           ADD XS-TSALE TO totSales
           ADD XS-TSALE TO custSales
           MOVE XS-UNITS TO dispUnits
           MOVE XS-TSALE TO dispSale
           display XS-RUNDATE " " XS-ITEM "   " dispUnits " "
               dispSale " " XS-CERT " " XS-EXPIRY " " wsFlag
           STRING XS-RUNDATE " " XS-ITEM "   " dispUnits " "
               dispSale " " XS-CERT " " XS-EXPIRY " " wsFlag
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.

       PRINT-CUSTOMER-TOTAL.
           MOVE custSales TO dispValue
           display "  CUSTOMER EXEMPT SALES  " dispValue
           STRING "  CUSTOMER EXEMPT SALES  " dispValue
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.
