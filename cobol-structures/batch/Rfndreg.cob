      *> Tuition refund register for the cashier. Every drop ENROLL
      *> priced that left the student paid beyond the new assessment
      *> total is on ADDDROP.DAT with the refund due; this lists the
      *> term's, in the order the drops were keyed, with the drop
      *> date, the refund percentage the schedule gave it, and the
      *> amount to pay out, and totals them to RFNDREG.PRT. Drops
      *> that only reduced a balance still owing are counted at the
      *> foot but need no cash.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFNDREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADD-DROP-FILE ASSIGN TO "ADDDROP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsAdStatus.

           SELECT REPORT-PRINT-FILE ASSIGN TO "RFNDREG.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD ADD-DROP-FILE.
           COPY ADDDROP.

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsAdStatus pic X(2).

           01 pickTerm pic X(6).
           01 wsRefundCount pic 9(5) value 0.
           01 wsCreditCount pic 9(5) value 0.
           01 wsRefundTotal pic 9(9)v99 value 0.

           01 dispAmount pic ZZZ,ZZ9.99.
           01 dispTotal pic ZZ,ZZZ,ZZ9.99.
           01 dispPct pic ZZ9.
           01 dispCount pic ZZ,ZZ9.

           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           display "Term for the register (e.g. 2025-1): "
               with no advancing.
           accept pickTerm.

           move "Tuition Refund Register" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           MOVE SPACES TO wsRptColHead.
           STRING "DROPPED  STUDENT NAME                 SUBJECT"
               "    PCT      REFUND"
               DELIMITED BY SIZE INTO wsRptColHead.
           perform OPEN-REPORT-PRINT.
           MOVE SPACES TO wsRptLine.
           STRING "TERM " pickTerm
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           display wsRptColHead.

           OPEN INPUT ADD-DROP-FILE.
           IF wsAdStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF.
           PERFORM UNTIL wsEOF = "Y"
               READ ADD-DROP-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF AD-TERM = pickTerm AND AD-IS-DROP
                           PERFORM LIST-ONE-DROP
                       END-IF
               END-READ
           END-PERFORM.
           IF wsAdStatus = "00" OR wsAdStatus = "10"
               CLOSE ADD-DROP-FILE
           END-IF.

           IF wsRefundCount = 0
               MOVE "NO REFUNDS DUE FOR THE TERM." TO wsRptLine
               perform SHOW-REPORT-LINE
           END-IF.
           MOVE SPACES TO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE wsRefundCount TO dispCount.
           MOVE wsRefundTotal TO dispTotal.
           STRING "Refunds due:           " dispCount
               "   total " dispTotal
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE wsCreditCount TO dispCount.
           STRING "Drops credited to balance: " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           perform CLOSE-REPORT-PRINT.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY RPTHDRPR.
           COPY RPTPRTPR.

       SHOW-REPORT-LINE.
           display wsRptLine
           perform WRITE-REPORT-LINE.

       LIST-ONE-DROP.
           IF AD-REFUND-DUE = 0
               ADD 1 TO wsCreditCount
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO wsRefundCount
           ADD AD-REFUND-DUE TO wsRefundTotal
           MOVE AD-REFUND-PCT TO dispPct
           MOVE AD-REFUND-DUE TO dispAmount
           STRING AD-DATE " " AD-STUID "  " AD-SNAME " " AD-SUBJECT
               " " dispPct "% " dispAmount
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE.
