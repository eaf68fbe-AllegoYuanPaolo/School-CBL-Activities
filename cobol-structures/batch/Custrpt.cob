      *> Customer sales analysis and dormant accounts. For an
      *> operator-entered period every invoice and credit memo on
      *> the register is totalled per customer -- sales, returns,
      *> net, the number of invoices and the average invoice -- and
      *> the customers are ranked on net, best first, beside their
      *> net for the same dates a year earlier and the change on
      *> it. The register is the source rather than the daily
      *> history because every document on it carries the
      *> customer. Amounts are before tax. The second section lists
      *> every active account on CUSTMAST that has not been
      *> invoiced for DORMDAYS days (PARAMS.DAT, 90 when none is
      *> staged), with the date of its last invoice and the
      *> salesman who wrote it, so sales can go and win it back;
      *> an account never invoiced at all shows NEVER. Console and
      *> CUSTRPT.PRT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRPT.

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

           SELECT PARAMETER-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPaStatus.

           SELECT CUST-SORT-FILE ASSIGN TO "SRTWK52".

           SELECT CUST-WORK-FILE ASSIGN TO "CUSTWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT CUST-RANK-FILE ASSIGN TO "SRTWK53".

           SELECT LAST-SORT-FILE ASSIGN TO "SRTWK54".

           SELECT LAST-WORK-FILE ASSIGN TO "CUSTLBWK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsLwStatus.

           SELECT REPORT-PRINT-FILE ASSIGN TO "CUSTRPT.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD INVOICE-REGISTER-FILE.
           COPY INVOICE.

           FD CUSTOMER-MASTER.
           COPY CUSTMAST.

           FD PARAMETER-FILE.
           COPY PARAMREC.

           SD CUST-SORT-FILE.
           01 CUST-SORT-REC.
               05 CS-CUST PIC 9(6).
               05 CS-PERIOD PIC X.
               05 CS-TYPE PIC X.
               05 CS-AMOUNT PIC S9(6)
                   SIGN IS LEADING SEPARATE CHARACTER.

           FD CUST-WORK-FILE.
           01 CUST-WORK-REC.
               05 CW-NET PIC S9(9)
                   SIGN IS LEADING SEPARATE CHARACTER.
               05 CW-CUST PIC 9(6).
               05 CW-SALES PIC 9(9).
               05 CW-RETURNS PIC 9(9).
               05 CW-INVOICES PIC 9(5).
               05 CW-PRIOR PIC S9(9)
                   SIGN IS LEADING SEPARATE CHARACTER.

      *> Field order mirrors CUST-WORK-REC: SORT USING moves the
      *> work record in byte for byte, so the layouts must line up.
           SD CUST-RANK-FILE.
           01 CUST-RANK-REC.
               05 CR-NET PIC S9(9)
                   SIGN IS LEADING SEPARATE CHARACTER.
               05 CR-CUST PIC 9(6).
               05 CR-SALES PIC 9(9).
               05 CR-RETURNS PIC 9(9).
               05 CR-INVOICES PIC 9(5).
               05 CR-PRIOR PIC S9(9)
                   SIGN IS LEADING SEPARATE CHARACTER.

           SD LAST-SORT-FILE.
           01 LAST-SORT-REC.
               05 LS-CUST PIC 9(6).
               05 LS-BUSDATE PIC 9(8).
               05 LS-INVNO PIC 9(6).
               05 LS-SNUM PIC 9(6).
               05 LS-SNAME PIC X(20).

           FD LAST-WORK-FILE.
           01 LAST-WORK-REC.
               05 LW-CUST PIC 9(6).
               05 LW-BUSDATE PIC 9(8).
               05 LW-SNUM PIC 9(6).
               05 LW-SNAME PIC X(20).

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsIvStatus pic X(2).
           01 wsCuStatus pic X(2).
           01 wsLwStatus pic X(2).
           01 wsCuAvail pic X value "N".

           01 wsPeriodFrom pic 9(8).
           01 wsPeriodTo pic 9(8).
           01 wsPriorFrom pic 9(8).
           01 wsPriorTo pic 9(8).
           01 wsToday pic 9(8).
           01 wsDormDays pic 9(5) value 90.
           01 wsCutoff pic 9(8).

           01 wsFirstRec pic X value "Y".
           01 wsCurCust pic 9(6).
           01 custSales pic 9(9).
           01 custReturns pic 9(9).
           01 custInvoices pic 9(5).
           01 custPrior pic S9(9).
           01 wsCurLastDate pic 9(8).
           01 wsCurSNum pic 9(6).
           01 wsCurSName pic X(20).

           01 wsRank pic 9(5) value 0.
           01 wsAvgInvoice pic 9(7)v99.
           01 wsChange pic S9(9).
           01 wsChangePct pic S9(5)v9.
           01 wsLwEOF pic X value "N".
           01 wsDormCount pic 9(5) value 0.
           01 totSales pic 9(9) value 0.
           01 totReturns pic 9(9) value 0.
           01 totPrior pic S9(9) value 0.

           01 dispRank pic ZZ9.
           01 dispCustName pic X(20).
           01 dispSales pic ZZ,ZZZ,ZZ9.
           01 dispReturns pic ZZ,ZZZ,ZZ9.
           01 dispNet pic ZZ,ZZZ,ZZ9-.
           01 dispPrior pic ZZ,ZZZ,ZZ9-.
           01 dispChange pic ZZ,ZZZ,ZZ9-.
           01 dispPct pic ZZZ9.9-.
           01 dispInvoices pic ZZ,ZZ9.
           01 dispAvg pic ZZZ,ZZ9.99.
           01 dispCount pic ZZ,ZZ9.
           01 dispDays pic ZZ,ZZ9.
           01 dispLastDate pic X(8).

           COPY PARMWS.
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
           COMPUTE wsPriorFrom = wsPeriodFrom - 10000
           COMPUTE wsPriorTo = wsPeriodTo - 10000

           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday
           MOVE wsToday TO wsParmAsOf
           MOVE "DORMDAYS" TO wsParmName
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsDormDays
           END-IF
           COMPUTE wsCutoff = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(wsToday) - wsDormDays)

           OPEN INPUT CUSTOMER-MASTER.
           IF wsCuStatus = "00"
               MOVE "Y" TO wsCuAvail
           END-IF.

           move "Customer Sales Analysis" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           MOVE SPACES TO wsRptColHead
           STRING "RNK CUST   NAME                     SALES"
               "    RETURNS         NET"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           MOVE SPACES TO wsRptLine
           display "Period " wsPeriodFrom " thru " wsPeriodTo
               ", against " wsPriorFrom " thru " wsPriorTo
           STRING "PERIOD " wsPeriodFrom " THRU " wsPeriodTo
               ", AGAINST " wsPriorFrom " THRU " wsPriorTo
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE

           OPEN OUTPUT CUST-WORK-FILE
           SORT CUST-SORT-FILE
               ON ASCENDING KEY CS-CUST
               INPUT PROCEDURE RELEASE-PERIOD-DOCUMENTS
               OUTPUT PROCEDURE TOTAL-PER-CUSTOMER
           CLOSE CUST-WORK-FILE

           display " "
           display "RNK CUST   NAME                     SALES"
               "    RETURNS         NET"
           SORT CUST-RANK-FILE
               ON DESCENDING KEY CR-NET
               ON ASCENDING KEY CR-CUST
               USING CUST-WORK-FILE
               OUTPUT PROCEDURE PRINT-RANKED-CUSTOMERS

           perform PRINT-ANALYSIS-TOTALS

           SORT LAST-SORT-FILE
               ON ASCENDING KEY LS-CUST LS-BUSDATE LS-INVNO
               INPUT PROCEDURE RELEASE-ALL-INVOICES
               OUTPUT PROCEDURE KEEP-LAST-PURCHASE

           perform LIST-DORMANT-ACCOUNTS

           IF wsCuAvail = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF
           perform CLOSE-REPORT-PRINT
           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY PARMPR.
           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY RPTPRTPR.

      *> Documents in this year's period sort as "C", those in the
      *> same dates a year back as "P"; the two overlap only when
      *> the period runs longer than a year, and then a document
      *> counts in both.
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
                       MOVE IV-CUST TO CS-CUST
                       MOVE IV-TYPE TO CS-TYPE
                       MOVE IV-AMOUNT TO CS-AMOUNT
                       IF IV-BUSDATE >= wsPeriodFrom
                           AND IV-BUSDATE <= wsPeriodTo
                           MOVE "C" TO CS-PERIOD
                           RELEASE CUST-SORT-REC
                       END-IF
                       IF IV-BUSDATE >= wsPriorFrom
                           AND IV-BUSDATE <= wsPriorTo
                           MOVE "P" TO CS-PERIOD
                           RELEASE CUST-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF wsIvStatus = "00" OR wsIvStatus = "10"
               CLOSE INVOICE-REGISTER-FILE
           END-IF.

      *> A credit memo's amount is already negative on the
      *> register; returns are shown as a positive figure.
       TOTAL-PER-CUSTOMER.
           PERFORM FOREVER
               RETURN CUST-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN

               IF wsFirstRec = "N"
                   AND CS-CUST NOT = wsCurCust
                   PERFORM WRITE-CUSTOMER-TOTAL
               END-IF
               IF wsFirstRec = "Y" OR CS-CUST NOT = wsCurCust
                   MOVE CS-CUST TO wsCurCust
                   MOVE 0 TO custSales
                   MOVE 0 TO custReturns
                   MOVE 0 TO custInvoices
                   MOVE 0 TO custPrior
               END-IF
               MOVE "N" TO wsFirstRec
               IF CS-PERIOD = "P"
                   ADD CS-AMOUNT TO custPrior
               ELSE
                   IF CS-TYPE = "C"
                       SUBTRACT CS-AMOUNT FROM custReturns
                   ELSE
                       ADD CS-AMOUNT TO custSales
                       ADD 1 TO custInvoices
                   END-IF
               END-IF
           END-PERFORM

           IF wsFirstRec = "N"
               PERFORM WRITE-CUSTOMER-TOTAL
           END-IF.

      *> A customer who bought only last year still ranks, at a net
      *> of zero, so the fall-off shows.
       WRITE-CUSTOMER-TOTAL.
           COMPUTE CW-NET = custSales - custReturns
           MOVE wsCurCust TO CW-CUST
           MOVE custSales TO CW-SALES
           MOVE custReturns TO CW-RETURNS
           MOVE custInvoices TO CW-INVOICES
           MOVE custPrior TO CW-PRIOR
           WRITE CUST-WORK-REC.

       PRINT-RANKED-CUSTOMERS.
           PERFORM FOREVER
               RETURN CUST-RANK-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN

               ADD 1 TO wsRank
               ADD CR-SALES TO totSales
               ADD CR-RETURNS TO totReturns
               ADD CR-PRIOR TO totPrior
               MOVE "(not on file)" TO dispCustName
               IF wsCuAvail = "Y"
                   MOVE CR-CUST TO CU-CNUM
                   READ CUSTOMER-MASTER
                       NOT INVALID KEY
                           MOVE CU-CNAME TO dispCustName
                   END-READ
               END-IF
               MOVE 0 TO wsAvgInvoice
               IF CR-INVOICES > 0
                   COMPUTE wsAvgInvoice ROUNDED =
                       CR-SALES / CR-INVOICES
               END-IF
               COMPUTE wsChange = CR-NET - CR-PRIOR
               MOVE 0 TO wsChangePct
               IF CR-PRIOR > 0
                   COMPUTE wsChangePct ROUNDED =
                       wsChange * 100 / CR-PRIOR
               END-IF

               MOVE wsRank TO dispRank
               MOVE CR-SALES TO dispSales
               MOVE CR-RETURNS TO dispReturns
               MOVE CR-NET TO dispNet
               MOVE CR-INVOICES TO dispInvoices
               MOVE wsAvgInvoice TO dispAvg
               MOVE CR-PRIOR TO dispPrior
               MOVE wsChange TO dispChange
               MOVE wsChangePct TO dispPct
               display dispRank " " CR-CUST " " dispCustName " "
                   dispSales " " dispReturns " " dispNet
               display "    INV " dispInvoices "  AVG " dispAvg
                   "  LAST YR " dispPrior "  CHG " dispChange
                   " " dispPct "%"
               STRING dispRank " " CR-CUST " " dispCustName " "
                   dispSales " " dispReturns " " dispNet
                   DELIMITED BY SIZE INTO wsRptLine
               perform WRITE-REPORT-LINE
               STRING "    INV " dispInvoices "  AVG " dispAvg
                   "  LAST YR " dispPrior "  CHG " dispChange
                   " " dispPct "%"
                   DELIMITED BY SIZE INTO wsRptLine
               perform WRITE-REPORT-LINE
           END-PERFORM

           IF wsRank = 0
               display "No invoices in either period."
               MOVE "NO INVOICES IN EITHER PERIOD." TO wsRptLine
               perform WRITE-REPORT-LINE
           END-IF.

       PRINT-ANALYSIS-TOTALS.
           MOVE wsRank TO dispCount
           MOVE totSales TO dispSales
           MOVE totReturns TO dispReturns
           COMPUTE wsChange = totSales - totReturns
           MOVE wsChange TO dispNet
           MOVE totPrior TO dispPrior
           display " "
           display "Customers: " dispCount "  sales " dispSales
               "  returns " dispReturns "  net " dispNet
           STRING "CUSTOMERS: " dispCount "  SALES " dispSales
               "  RETURNS " dispReturns "  NET " dispNet
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           display "Same period last year, net: " dispPrior
           STRING "SAME PERIOD LAST YEAR, NET: " dispPrior
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.

      *> Every invoice ever cut, so the last purchase is found no
      *> matter how long ago it was; credit memos are not
      *> purchases.
       RELEASE-ALL-INVOICES.
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
                       IF IV-IS-INVOICE
                           MOVE IV-CUST TO LS-CUST
                           MOVE IV-BUSDATE TO LS-BUSDATE
                           MOVE IV-INVNO TO LS-INVNO
                           MOVE IV-SNUM TO LS-SNUM
                           MOVE IV-SNAME TO LS-SNAME
                           RELEASE LAST-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF wsIvStatus = "00" OR wsIvStatus = "10"
               CLOSE INVOICE-REGISTER-FILE
           END-IF.

      *> The sort leaves each customer's newest invoice last, so
      *> the line kept at the break is the last purchase.
       KEEP-LAST-PURCHASE.
           MOVE "Y" TO wsFirstRec
           OPEN OUTPUT LAST-WORK-FILE
           PERFORM FOREVER
               RETURN LAST-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN

               IF wsFirstRec = "N"
                   AND LS-CUST NOT = wsCurCust
                   PERFORM WRITE-LAST-PURCHASE
               END-IF
               MOVE "N" TO wsFirstRec
               MOVE LS-CUST TO wsCurCust
               MOVE LS-BUSDATE TO wsCurLastDate
               MOVE LS-SNUM TO wsCurSNum
               MOVE LS-SNAME TO wsCurSName
           END-PERFORM

           IF wsFirstRec = "N"
               PERFORM WRITE-LAST-PURCHASE
           END-IF
           CLOSE LAST-WORK-FILE.

       WRITE-LAST-PURCHASE.
           MOVE wsCurCust TO LW-CUST
           MOVE wsCurLastDate TO LW-BUSDATE
           MOVE wsCurSNum TO LW-SNUM
           MOVE wsCurSName TO LW-SNAME
           WRITE LAST-WORK-REC.

      *> The customer master and the last-purchase file walk
      *> forward together on customer number.
       LIST-DORMANT-ACCOUNTS.
           MOVE wsDormDays TO dispDays
           display " "
           display "Active accounts with no invoice in " dispDays
               " days (since " wsCutoff "):"
           display "CUST   NAME                 LAST BUY SALESMAN"
           MOVE SPACES TO wsRptLine
           perform WRITE-REPORT-LINE
           STRING "ACTIVE ACCOUNTS WITH NO INVOICE IN " dispDays
               " DAYS (SINCE " wsCutoff "):"
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE "CUST   NAME                 LAST BUY SALESMAN"
               TO wsRptLine
           perform WRITE-REPORT-LINE

           IF wsCuAvail = "N"
               display "Customer master not on file -- no accounts"
                   " to check."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO wsLwEOF
           OPEN INPUT LAST-WORK-FILE
           IF wsLwStatus NOT = "00"
               MOVE "Y" TO wsLwEOF
           ELSE
               perform READ-LAST-PURCHASE
           END-IF

           move "N" to wsEOF
           MOVE LOW-VALUES TO CU-CNUM
           START CUSTOMER-MASTER KEY NOT < CU-CNUM
               INVALID KEY
                   move "Y" to wsEOF
           END-START
           PERFORM UNTIL wsEOF = "Y"
               READ CUSTOMER-MASTER NEXT
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       PERFORM UNTIL wsLwEOF = "Y"
                               OR LW-CUST NOT < CU-CNUM
                           perform READ-LAST-PURCHASE
                       END-PERFORM
                       IF CU-IS-ACTIVE
                           perform CHECK-ONE-DORMANT
                       END-IF
               END-READ
           END-PERFORM
           IF wsLwStatus = "00" OR wsLwStatus = "10"
               CLOSE LAST-WORK-FILE
           END-IF

           MOVE wsDormCount TO dispCount
           display "Dormant accounts: " dispCount
           STRING "DORMANT ACCOUNTS: " dispCount
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.

       READ-LAST-PURCHASE.
           READ LAST-WORK-FILE
               AT END
                   MOVE "Y" TO wsLwEOF
           END-READ.

       CHECK-ONE-DORMANT.
           IF wsLwEOF = "N" AND LW-CUST = CU-CNUM
               IF LW-BUSDATE >= wsCutoff
                   EXIT PARAGRAPH
               END-IF
               MOVE LW-BUSDATE TO dispLastDate
               MOVE LW-SNAME TO wsCurSName
           ELSE
               MOVE "NEVER" TO dispLastDate
               MOVE SPACES TO wsCurSName
           END-IF
           ADD 1 TO wsDormCount
           display CU-CNUM " " CU-CNAME " " dispLastDate " "
               wsCurSName
           STRING CU-CNUM " " CU-CNAME " " dispLastDate " "
               wsCurSName
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.
