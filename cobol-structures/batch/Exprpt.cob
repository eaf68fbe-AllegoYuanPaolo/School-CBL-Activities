      *> Monthly expense report for accounting. For the month
      *> entered, every expense claim approved or already paid off
      *> EXPCLAIM.DAT is listed by salesman and category, with the
      *> claim, the receipt reference, whether it has been paid and
      *> on which cheque, and the GL batch that carried it; each
      *> category and each salesman is subtotalled and the month
      *> totalled underneath. Pending and rejected claims are not
      *> money owed and stay off it. Claims not yet sent to the GL
      *> go as one batch on GLEXP.DAT -- the expense account for the
      *> category (6200 plus the category code) against the payable
      *> COMMRUN clears when it reimburses them -- numbered off
      *> GLBCTL.DAT and registered on GLBATCH.DAT like the other
      *> extracts, and each claim is stamped with the batch number
      *> so a rerun of the month cannot post it twice. GLEXP.DAT
      *> holds one batch, so while the batch already on it has not
      *> reached the ledger journal through GLACK and GLAPPLY the
      *> month is listed but nothing new is sent. The listing
      *> goes to EXPRPT.PRT as well as the console.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALESMAN-MASTER ASSIGN TO "SALESMAN.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SLM-SNUM
               FILE STATUS wsSlmStatus.

           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "EXPCLAIM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsEcStatus.

           SELECT EXPENSE-COPY-FILE ASSIGN TO "EXPRWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT EXPENSE-SORT-FILE ASSIGN TO "SRTWK58".

           SELECT GL-POST-FILE ASSIGN TO "GLEXP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsGlStatus.

           SELECT GL-BATCH-FILE ASSIGN TO "GLBATCH.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsGbStatus.

           SELECT GL-BATCH-CTL-FILE ASSIGN TO "GLBCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsGbcStatus.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsJlStatus.

           SELECT REPORT-PRINT-FILE ASSIGN TO "EXPRPT.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD SALESMAN-MASTER.
           COPY SALESMST.

           FD EXPENSE-CLAIM-FILE.
           COPY EXPCLAIM.

      *> Cut wider than the 86-byte claim line so the copy pass can
      *> never shave the tail.
           FD EXPENSE-COPY-FILE.
           01 EXPENSE-COPY-REC PIC X(120).

           SD EXPENSE-SORT-FILE.
           01 EXPENSE-SORT-REC.
               05 ES-SNUM PIC 9(6).
               05 ES-CATEGORY PIC X(4).
               05 ES-DATE PIC 9(8).
               05 ES-CLAIMNO PIC 9(6).
               05 ES-AMOUNT PIC 9(5)V99.
               05 ES-RECEIPT PIC X(12).
               05 ES-STATUS PIC X.
               05 ES-CHEQUE PIC 9(6).
               05 ES-GLBATCH PIC 9(4).

           FD GL-POST-FILE.
           COPY GLPOST.

           FD GL-BATCH-FILE.
           COPY GLBATCH.

           FD GL-BATCH-CTL-FILE.
           01 GL-BATCH-CTL-REC.
               05 GC-NEXT-BATCH PIC 9(4).

           FD GL-JOURNAL-FILE.
           COPY GLJRNL.

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsSlmStatus pic X(2).
           01 wsEcStatus pic X(2).
           01 wsGlStatus pic X(2).
           01 wsGbStatus pic X(2).
           01 wsGbcStatus pic X(2).
           01 wsSlmAvail pic X value "N".
           01 wsConfirm pic X.
           01 wsPostGl pic X value "N".
           01 wsToday pic 9(8).

           01 wsMonth pic 9(6).
           01 wsPeriodFrom pic 9(8).
           01 wsPeriodTo pic 9(8).

           01 wsFirstRec pic X value "Y".
           01 wsCurSNum pic 9(6).
           01 wsCurCategory pic X(4).
           01 wsPaidTag pic X(4).
           01 catCount pic 9(4) value 0.
           01 catAmount pic 9(9)v99 value 0.
           01 catUnposted pic 9(9)v99 value 0.
           01 slmCount pic 9(4) value 0.
           01 slmAmount pic 9(9)v99 value 0.
           01 totCount pic 9(5) value 0.
           01 totAmount pic 9(11)v99 value 0.
           01 totPosted pic 9(11)v99 value 0.
           01 totUnpaid pic 9(11)v99 value 0.

           01 wsGlOpen pic X value "N".
           01 wsNextGlBatch pic 9(4).
           01 wsGlLineCount pic 9(6) value 0.
           01 wsGlHashTotal pic 9(11)v99 value 0.
           01 wsGlAbsAmount pic 9(8)v99.
           01 wsStampCount pic 9(5) value 0.

           01 dispSlmName pic X(20).
           01 dispAmount pic ZZ,ZZ9.99.
           01 dispTotal pic ZZ,ZZZ,ZZ9.99.
           01 dispCount pic ZZ,ZZ9.

           COPY NUMCHECK.
           COPY RPTHDR.
           COPY GLCHKWS.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Month to report (YYYYMM): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute wsMonth = function numval(WS-VALID-BUFFER)
           IF wsMonth(5:2) < "01" OR wsMonth(5:2) > "12"
               display "The month must be 01 thru 12."
               STOP RUN
           END-IF
           COMPUTE wsPeriodFrom = wsMonth * 100 + 1
           COMPUTE wsPeriodTo = wsMonth * 100 + 31
           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday

           display "Send claims not yet posted to the GL? (Y/N): "
               with no advancing
           accept wsConfirm
           IF wsConfirm = "Y"
               MOVE "Y" TO wsPostGl
               perform CHECK-PRIOR-GL-BATCH
               IF wsPriorOpen = "Y"
                   IF wsPriorStatus = "R"
                       display "Expense batch " wsPriorBatch
                           " on GLEXP.DAT was rejected by the GL"
                           " side -- settle it before another batch"
                           " is cut."
                   ELSE
                       display "Expense batch " wsPriorBatch
                           " on GLEXP.DAT is not on the ledger"
                           " journal yet -- run GLACK and GLAPPLY"
                           " first."
                   END-IF
                   display "Listing only, nothing sent."
                   MOVE "N" TO wsPostGl
               END-IF
           END-IF

           OPEN INPUT SALESMAN-MASTER
           IF wsSlmStatus = "00"
               MOVE "Y" TO wsSlmAvail
           END-IF

           move "Expense Claims by Salesman" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           MOVE SPACES TO wsRptColHead
           STRING "  CAT  DATE     CLAIM  RECEIPT           AMOUNT"
               " PAID CHEQUE GL"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           MOVE SPACES TO wsRptLine
           display "Month " wsMonth "  " wsPeriodFrom " thru "
               wsPeriodTo
           STRING "MONTH " wsMonth "  " wsPeriodFrom " THRU "
               wsPeriodTo
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE

           SORT EXPENSE-SORT-FILE
               ON ASCENDING KEY ES-SNUM ES-CATEGORY ES-DATE
                   ES-CLAIMNO
               INPUT PROCEDURE RELEASE-MONTH-CLAIMS
               OUTPUT PROCEDURE PRINT-MONTH-CLAIMS

           IF wsSlmAvail = "Y"
               CLOSE SALESMAN-MASTER
           END-IF

           IF wsGlOpen = "Y"
               perform CLOSE-GL-BATCH
               perform STAMP-CLAIMS-POSTED
           END-IF

           display " "
           MOVE totCount TO dispCount
           MOVE totAmount TO dispTotal
           display "Claims: " dispCount "   Month total: "
               dispTotal
           STRING "CLAIMS: " dispCount "   MONTH TOTAL: "
               dispTotal
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE totUnpaid TO dispTotal
           display "Approved, not yet reimbursed: " dispTotal
           STRING "APPROVED, NOT YET REIMBURSED: " dispTotal
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           IF wsGlOpen = "Y"
               MOVE totPosted TO dispTotal
               display "Sent to the GL as batch " wsNextGlBatch
                   " on GLEXP.DAT: " dispTotal
               STRING "SENT TO THE GL AS BATCH " wsNextGlBatch
                   ": " dispTotal
                   DELIMITED BY SIZE INTO wsRptLine
               perform WRITE-REPORT-LINE
           END-IF

           perform CLOSE-REPORT-PRINT
           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY GLCHKPR.
           COPY RPTPRTPR.

      *> Approved and paid claims dated in the month; a claim still
      *> pending or rejected owes nobody anything.
       RELEASE-MONTH-CLAIMS.
           MOVE "N" TO wsEOF
           OPEN INPUT EXPENSE-CLAIM-FILE
           IF wsEcStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ EXPENSE-CLAIM-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF (EC-IS-APPROVED OR EC-IS-PAID)
                           AND EC-DATE >= wsPeriodFrom
                           AND EC-DATE <= wsPeriodTo
                           MOVE EC-SNUM TO ES-SNUM
                           MOVE EC-CATEGORY TO ES-CATEGORY
                           MOVE EC-DATE TO ES-DATE
                           MOVE EC-CLAIMNO TO ES-CLAIMNO
                           MOVE EC-AMOUNT TO ES-AMOUNT
                           MOVE EC-RECEIPT TO ES-RECEIPT
                           MOVE EC-STATUS TO ES-STATUS
                           MOVE EC-CHEQUE TO ES-CHEQUE
                           MOVE EC-GLBATCH TO ES-GLBATCH
                           RELEASE EXPENSE-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF wsEcStatus = "00" OR wsEcStatus = "10"
               CLOSE EXPENSE-CLAIM-FILE
           END-IF
           MOVE "N" TO wsEOF.

       PRINT-MONTH-CLAIMS.
           PERFORM FOREVER
               RETURN EXPENSE-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN

               IF wsFirstRec = "N"
                   AND (ES-SNUM NOT = wsCurSNum
                        OR ES-CATEGORY NOT = wsCurCategory)
                   PERFORM PRINT-CATEGORY-TOTAL
               END-IF
               IF wsFirstRec = "N"
                   AND ES-SNUM NOT = wsCurSNum
                   PERFORM PRINT-SALESMAN-TOTAL
               END-IF
               IF wsFirstRec = "Y" OR ES-SNUM NOT = wsCurSNum
                   MOVE ES-SNUM TO wsCurSNum
                   PERFORM PRINT-SALESMAN-HEADING
               END-IF
               MOVE ES-CATEGORY TO wsCurCategory
               MOVE "N" TO wsFirstRec
               PERFORM PRINT-ONE-CLAIM
           END-PERFORM

           IF wsFirstRec = "N"
               PERFORM PRINT-CATEGORY-TOTAL
               PERFORM PRINT-SALESMAN-TOTAL
           ELSE
               display "No approved claims for the month."
               MOVE "NO APPROVED CLAIMS FOR THE MONTH." TO wsRptLine
               perform WRITE-REPORT-LINE
           END-IF.

       PRINT-SALESMAN-HEADING.
           MOVE "(not on file)" TO dispSlmName
           IF wsSlmAvail = "Y"
               MOVE wsCurSNum TO SLM-SNUM
               READ SALESMAN-MASTER
                   NOT INVALID KEY
                       MOVE SLM-SNAME TO dispSlmName
               END-READ
           END-IF
           MOVE 0 TO slmCount
           MOVE 0 TO slmAmount
           display " "
           display "SALESMAN " wsCurSNum "  " dispSlmName
           display "  CAT  DATE     CLAIM  RECEIPT           AMOUNT"
               " PAID CHEQUE GL"
           perform WRITE-REPORT-LINE
           STRING "SALESMAN " wsCurSNum "  " dispSlmName
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.

       PRINT-ONE-CLAIM.
           ADD 1 TO catCount
           ADD 1 TO slmCount
           ADD 1 TO totCount
           ADD ES-AMOUNT TO catAmount
           ADD ES-AMOUNT TO slmAmount
           ADD ES-AMOUNT TO totAmount
           IF ES-STATUS = "D"
               MOVE "YES " TO wsPaidTag
           ELSE
               MOVE "NO  " TO wsPaidTag
               ADD ES-AMOUNT TO totUnpaid
           END-IF
           IF ES-GLBATCH = 0
               ADD ES-AMOUNT TO catUnposted
           END-IF
           MOVE ES-AMOUNT TO dispAmount
           display "  " ES-CATEGORY " " ES-DATE " " ES-CLAIMNO " "
               ES-RECEIPT " " dispAmount " " wsPaidTag " " ES-CHEQUE
               " " ES-GLBATCH
           STRING "  " ES-CATEGORY " " ES-DATE " " ES-CLAIMNO " "
               ES-RECEIPT " " dispAmount " " wsPaidTag " " ES-CHEQUE
               " " ES-GLBATCH
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.

      *> The category's claims not yet posted go to the GL as one
      *> pair under the salesman's number.
       PRINT-CATEGORY-TOTAL.
           MOVE catCount TO dispCount
           MOVE catAmount TO dispTotal
           display "    " wsCurCategory " TOTAL " dispCount
               " claim(s) " dispTotal
           STRING "    " wsCurCategory " TOTAL " dispCount
               " CLAIM(S) " dispTotal
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           IF wsPostGl = "Y" AND catUnposted > 0
               perform WRITE-EXPENSE-GL-PAIR
           END-IF
           MOVE 0 TO catCount
           MOVE 0 TO catAmount
           MOVE 0 TO catUnposted.

       PRINT-SALESMAN-TOTAL.
           MOVE slmCount TO dispCount
           MOVE slmAmount TO dispTotal
           display "  SALESMAN TOTAL    " dispCount " claim(s) "
               dispTotal
           STRING "  SALESMAN TOTAL    " dispCount " CLAIM(S) "
               dispTotal
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.

      *> Expense against the payable, as BONUSRUN does for bonuses;
      *> the batch opens with the first pair so a month with nothing
      *> new sends the GL nothing.
       WRITE-EXPENSE-GL-PAIR.
           IF wsGlOpen = "N"
               perform OPEN-GL-BATCH
               MOVE "Y" TO wsGlOpen
           END-IF
           MOVE SPACES TO GL-POST-REC
           SET GL-IS-DETAIL TO TRUE
           STRING "6200" wsCurCategory
               DELIMITED BY SIZE INTO GD-ACCOUNT
           MOVE "D" TO GD-DRCR
           MOVE wsCurSNum TO GD-SNUM
           MOVE catUnposted TO GD-AMOUNT
           perform WRITE-GL-DETAIL

           MOVE SPACES TO GL-POST-REC
           SET GL-IS-DETAIL TO TRUE
           MOVE "2100PAY " TO GD-ACCOUNT
           MOVE "C" TO GD-DRCR
           MOVE wsCurSNum TO GD-SNUM
           MOVE catUnposted TO GD-AMOUNT
           perform WRITE-GL-DETAIL
           ADD catUnposted TO totPosted.

       OPEN-GL-BATCH.
           MOVE 1 TO wsNextGlBatch
           OPEN INPUT GL-BATCH-CTL-FILE
           IF wsGbcStatus = "00"
               READ GL-BATCH-CTL-FILE
                   NOT AT END
                       MOVE GC-NEXT-BATCH TO wsNextGlBatch
               END-READ
               CLOSE GL-BATCH-CTL-FILE
           END-IF
           OPEN OUTPUT GL-BATCH-CTL-FILE
           COMPUTE GC-NEXT-BATCH = wsNextGlBatch + 1
           WRITE GL-BATCH-CTL-REC
           CLOSE GL-BATCH-CTL-FILE

           OPEN EXTEND GL-BATCH-FILE
           IF wsGbStatus = "35"
               OPEN OUTPUT GL-BATCH-FILE
               CLOSE GL-BATCH-FILE
               OPEN EXTEND GL-BATCH-FILE
           END-IF
           MOVE wsNextGlBatch TO GB-BATCHNO
           MOVE "EXPRPT" TO GB-SOURCE
           MOVE wsToday TO GB-BUSDATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO GB-SENT
           SET GB-IS-SENT TO TRUE
           MOVE SPACES TO GB-REASON
           WRITE GL-BATCH-REC
           CLOSE GL-BATCH-FILE

           OPEN OUTPUT GL-POST-FILE
           MOVE SPACES TO GL-POST-REC
           SET GL-IS-HEADER TO TRUE
           MOVE wsToday TO GH-BATCH-DATE
           MOVE "EXPRPT" TO GH-SOURCE
           MOVE "SALESMAN EXPENSE CLAIMS" TO GH-DESC
           MOVE wsNextGlBatch TO GH-BATCHNO
           WRITE GL-POST-REC.

       WRITE-GL-DETAIL.
           WRITE GL-POST-REC
           ADD 1 TO wsGlLineCount
           MOVE GD-AMOUNT TO wsGlAbsAmount
           IF GD-AMOUNT < 0
               COMPUTE wsGlAbsAmount = 0 - GD-AMOUNT
           END-IF
           ADD wsGlAbsAmount TO wsGlHashTotal.

       CLOSE-GL-BATCH.
           MOVE SPACES TO GL-POST-REC
           SET GL-IS-TRAILER TO TRUE
           MOVE wsGlLineCount TO GT-LINE-COUNT
           MOVE wsGlHashTotal TO GT-HASH-TOTAL
           WRITE GL-POST-REC
           CLOSE GL-POST-FILE.

      *> The same claims the report selected and found unposted now
      *> carry the batch number.
       STAMP-CLAIMS-POSTED.
           MOVE "N" TO wsEOF
           OPEN INPUT EXPENSE-CLAIM-FILE
           OPEN OUTPUT EXPENSE-COPY-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ EXPENSE-CLAIM-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF (EC-IS-APPROVED OR EC-IS-PAID)
                           AND EC-DATE >= wsPeriodFrom
                           AND EC-DATE <= wsPeriodTo
                           AND EC-GLBATCH = 0
                           MOVE wsNextGlBatch TO EC-GLBATCH
                           ADD 1 TO wsStampCount
                       END-IF
                       MOVE SPACES TO EXPENSE-COPY-REC
                       MOVE EXPENSE-CLAIM-REC TO EXPENSE-COPY-REC
                       WRITE EXPENSE-COPY-REC
               END-READ
           END-PERFORM
           CLOSE EXPENSE-CLAIM-FILE
           CLOSE EXPENSE-COPY-FILE

           MOVE "N" TO wsEOF
           OPEN INPUT EXPENSE-COPY-FILE
           OPEN OUTPUT EXPENSE-CLAIM-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ EXPENSE-COPY-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE EXPENSE-COPY-REC TO EXPENSE-CLAIM-REC
                       WRITE EXPENSE-CLAIM-REC
               END-READ
           END-PERFORM
           CLOSE EXPENSE-COPY-FILE
           CLOSE EXPENSE-CLAIM-FILE
           MOVE wsStampCount TO dispCount
           display dispCount " claim(s) stamped with GL batch "
               wsNextGlBatch ".".
