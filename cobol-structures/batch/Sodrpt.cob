      *> Segregation-of-duties violations. Several workflows rest
      *> on two different people doing the two halves of a job;
      *> this proves it from the audit trails. The conflicting duty
      *> pairs are the table below, and each is checked against the
      *> records that show both halves: a grade-change request filed
      *> and decided by the same operator (GRCHREQ.DAT), or filed
      *> and applied by the same operator (the STUAUDIT line that
      *> carries the request ID); a fee line staged by a cashier who
      *> then cut receipts while that amount was in force (FEETBL
      *> against ORJOURNL); a price keyed and signed off by one
      *> operator (PRCSIGN.DAT); a supervisor unlocking their
      *> own account (the UNLOCK lines on SIGNLOG.DAT); and a
      *> supervisor releasing a customer's credit hold (CRHLOG.DAT)
      *> and then posting a sale or return for that same customer
      *> under their own sign-on (TXNLOG.DAT). Every
      *> violation is listed with the records involved, each pair
      *> closes with its count, and the run sets return code 8 when
      *> any pair is broken. A trail not on disk has nothing to
      *> show; lines written before the operator was recorded on
      *> them carry a blank and are never counted. Console and
      *> SODRPT.PRT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "GRCHREQ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsGqStatus.

           SELECT STUDENT-AUDIT-FILE ASSIGN TO "STUAUDIT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsSaStatus.

           SELECT FEE-TABLE-FILE ASSIGN TO "FEETBL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsFeStatus.

           SELECT OR-JOURNAL-FILE ASSIGN TO "ORJOURNL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsOjStatus.

           SELECT PRICE-SIGNOFF-FILE ASSIGN TO "PRCSIGN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPgStatus.

           SELECT SIGNON-LOG-FILE ASSIGN TO "SIGNLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsSoStatus.

           SELECT CREDIT-HOLD-LOG-FILE ASSIGN TO "CRHLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsClStatus.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TXNLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsTlStatus.

           SELECT REPORT-PRINT-FILE ASSIGN TO "SODRPT.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD REQUEST-FILE.
           COPY GRCHREQ.

           FD STUDENT-AUDIT-FILE.
           COPY STUAUDIT.

           FD FEE-TABLE-FILE.
           COPY FEETBL.

           FD OR-JOURNAL-FILE.
           COPY ORJOURNL.

           FD PRICE-SIGNOFF-FILE.
           COPY PRCSIGN.

           FD SIGNON-LOG-FILE.
           COPY SIGNLOG.

           FD CREDIT-HOLD-LOG-FILE.
           COPY CRHLOG.

           FD TRANSACTION-LOG-FILE.
           COPY TXNLOG.

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsGqStatus pic X(2).
           01 wsSaStatus pic X(2).
           01 wsFeStatus pic X(2).
           01 wsOjStatus pic X(2).
           01 wsPgStatus pic X(2).
           01 wsSoStatus pic X(2).
           01 wsClStatus pic X(2).
           01 wsTlStatus pic X(2).

           01 wsViolationText pic X(72).
           01 wsTotalViolations pic 9(6) value 0.

      *> The conflicting duty pairs, in report order.
           01 wsPairValues.
               05 FILLER pic X(44)
                   value "Grade change filed and decided by one".
               05 FILLER pic X(44)
                   value "Grade change filed and applied by one".
               05 FILLER pic X(44)
                   value "Fee staged and collected by one cashier".
               05 FILLER pic X(44)
                   value "Price keyed and signed off by one".
               05 FILLER pic X(44)
                   value "Supervisor unlocked own account".
               05 FILLER pic X(44)
                   value "Credit hold released and sale posted by one".
           01 wsPairTable REDEFINES wsPairValues.
               05 wsPairLabel pic X(44) OCCURS 6 TIMES.
           01 wsPairCounts.
               05 wsPairCount pic 9(6) OCCURS 6 TIMES.
           01 pairIdx pic 9.

      *> Every grade-change request by number with its requestor,
      *> for matching the applied audit lines back to their paper.
           01 wsReqCount pic 9(4) value 0.
           01 wsReqTable.
               05 wsReqEntry OCCURS 2000 TIMES.
                   10 wsReqId pic 9(6).
                   10 wsReqBy pic X(8).
           01 reqIdx pic 9(4).

      *> Every fee line with the date it stops being the amount in
      *> force (the next line staged for its code), and what the
      *> staging operator collected in between.
           01 wsFeeCount pic 9(4) value 0.
           01 wsFeeTable.
               05 wsFeeEntry OCCURS 500 TIMES.
                   10 wsFeeCode pic X(6).
                   10 wsFeeEff pic 9(8).
                   10 wsFeeUntil pic 9(8).
                   10 wsFeeBy pic X(8).
                   10 wsFeeRcpts pic 9(5).
                   10 wsFeeFirstOr pic 9(6).
                   10 wsFeeLastOr pic 9(6).
           01 feeIdx pic 9(4).
           01 nextIdx pic 9(4).

      *> Every credit-hold release by customer with the supervisor
      *> who took it and when, for matching the sales posted after.
           01 wsRelCount pic 9(4) value 0.
           01 wsRelTable.
               05 wsRelEntry OCCURS 2000 TIMES.
                   10 wsRelCust pic 9(6).
                   10 wsRelBy pic X(8).
                   10 wsRelStamp pic X(14).
                   10 wsRelHoldNo pic 9(6).
           01 relIdx pic 9(4).

           01 dispCount pic ZZZ,ZZ9.
           01 dispRcpts pic ZZ,ZZ9.

           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           move "Segregation of Duties" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           MOVE SPACES TO wsRptColHead
           STRING "VIOLATIONS BY DUTY PAIR"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           display wsRptColHead

           PERFORM VARYING pairIdx FROM 1 BY 1 UNTIL pairIdx > 6
               MOVE 0 TO wsPairCount(pairIdx)
           END-PERFORM

           MOVE 1 TO pairIdx
           perform SHOW-PAIR-HEADING
           perform CHECK-GRADE-DECISIONS
           MOVE 2 TO pairIdx
           perform SHOW-PAIR-HEADING
           perform CHECK-GRADE-APPLICATIONS
           MOVE 3 TO pairIdx
           perform SHOW-PAIR-HEADING
           perform CHECK-FEE-COLLECTIONS
           MOVE 4 TO pairIdx
           perform SHOW-PAIR-HEADING
           perform CHECK-PRICE-SIGNOFFS
           MOVE 5 TO pairIdx
           perform SHOW-PAIR-HEADING
           perform CHECK-SELF-UNLOCKS
           MOVE 6 TO pairIdx
           perform SHOW-PAIR-HEADING
           perform CHECK-HOLD-RELEASES

           perform PRINT-PAIR-COUNTS
           perform CLOSE-REPORT-PRINT

           perform PRINT-REPORT-FOOTER.

           IF wsTotalViolations > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       STOP RUN.

           COPY RPTHDRPR.
           COPY RPTPRTPR.

       SHOW-REPORT-LINE.
           display wsRptLine
           perform WRITE-REPORT-LINE.

       SHOW-PAIR-HEADING.
           MOVE SPACES TO wsRptLine
           perform SHOW-REPORT-LINE
           MOVE wsPairLabel(pairIdx) TO wsRptLine
           perform SHOW-REPORT-LINE.

       REPORT-VIOLATION.
           ADD 1 TO wsPairCount(pairIdx)
           ADD 1 TO wsTotalViolations
           MOVE SPACES TO wsRptLine
           STRING "  " wsViolationText
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE.

      *> The requests are kept in the table on the way through for
      *> the applied-line check that follows.
       CHECK-GRADE-DECISIONS.
           MOVE "N" TO wsEOF
           OPEN INPUT REQUEST-FILE
           IF wsGqStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ REQUEST-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF wsReqCount < 2000
                           ADD 1 TO wsReqCount
                           MOVE GQ-REQID TO wsReqId(wsReqCount)
                           MOVE GQ-REQUESTOR TO wsReqBy(wsReqCount)
                       END-IF
                       IF GQ-DECIDED-BY NOT = SPACES
                           AND GQ-DECIDED-BY = GQ-REQUESTOR
                           MOVE SPACES TO wsViolationText
                           STRING "GRCHREQ #" GQ-REQID
                               " STU " GQ-STUID " " GQ-FIELD
                               " filed+decided by " GQ-REQUESTOR
                               " [" GQ-STATUS "]"
                               DELIMITED BY SIZE INTO wsViolationText
                           perform REPORT-VIOLATION
                       END-IF
               END-READ
           END-PERFORM
           IF wsGqStatus = "00" OR wsGqStatus = "10"
               CLOSE REQUEST-FILE
           END-IF.

       CHECK-GRADE-APPLICATIONS.
           MOVE "N" TO wsEOF
           OPEN INPUT STUDENT-AUDIT-FILE
           IF wsSaStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ STUDENT-AUDIT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF SA-REQID > 0
                           perform MATCH-APPLIED-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           IF wsSaStatus = "00" OR wsSaStatus = "10"
               CLOSE STUDENT-AUDIT-FILE
           END-IF.

       MATCH-APPLIED-REQUEST.
           PERFORM VARYING reqIdx FROM 1 BY 1
                   UNTIL reqIdx > wsReqCount
               IF wsReqId(reqIdx) = SA-REQID
                   IF wsReqBy(reqIdx) NOT = SPACES
                       AND wsReqBy(reqIdx) = SA-OPERATOR
                       MOVE SPACES TO wsViolationText
                       STRING "STUAUDIT " SA-TIMESTAMP
                           " STU " SA-STUID " REQ #" SA-REQID
                           " filed+applied by " SA-OPERATOR
                           DELIMITED BY SIZE INTO wsViolationText
                       perform REPORT-VIOLATION
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> A fee line is the amount in force from its effective date
      *> until the next line staged for the same code; a receipt the
      *> staging operator cut in that window collected against it.
       CHECK-FEE-COLLECTIONS.
           MOVE "N" TO wsEOF
           OPEN INPUT FEE-TABLE-FILE
           IF wsFeStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ FEE-TABLE-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF wsFeeCount < 500
                           ADD 1 TO wsFeeCount
                           MOVE FE-CODE TO wsFeeCode(wsFeeCount)
                           MOVE FE-EFFDATE TO wsFeeEff(wsFeeCount)
                           MOVE 99999999 TO wsFeeUntil(wsFeeCount)
                           MOVE FE-STAGED-BY TO wsFeeBy(wsFeeCount)
                           MOVE 0 TO wsFeeRcpts(wsFeeCount)
                           MOVE 0 TO wsFeeFirstOr(wsFeeCount)
                           MOVE 0 TO wsFeeLastOr(wsFeeCount)
                       END-IF
               END-READ
           END-PERFORM
           IF wsFeStatus = "00" OR wsFeStatus = "10"
               CLOSE FEE-TABLE-FILE
           END-IF
           IF wsFeeCount = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING feeIdx FROM 1 BY 1
                   UNTIL feeIdx > wsFeeCount
               PERFORM VARYING nextIdx FROM 1 BY 1
                       UNTIL nextIdx > wsFeeCount
                   IF wsFeeCode(nextIdx) = wsFeeCode(feeIdx)
                       AND wsFeeEff(nextIdx) > wsFeeEff(feeIdx)
                       AND wsFeeEff(nextIdx) < wsFeeUntil(feeIdx)
                       MOVE wsFeeEff(nextIdx) TO wsFeeUntil(feeIdx)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE "N" TO wsEOF
           OPEN INPUT OR-JOURNAL-FILE
           IF wsOjStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ OR-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       perform MATCH-RECEIPT-TO-FEES
               END-READ
           END-PERFORM
           IF wsOjStatus = "00" OR wsOjStatus = "10"
               CLOSE OR-JOURNAL-FILE
           END-IF

           PERFORM VARYING feeIdx FROM 1 BY 1
                   UNTIL feeIdx > wsFeeCount
               IF wsFeeRcpts(feeIdx) > 0
                   MOVE wsFeeRcpts(feeIdx) TO dispRcpts
                   MOVE SPACES TO wsViolationText
                   STRING "FEETBL " wsFeeCode(feeIdx)
                       " eff " wsFeeEff(feeIdx)
                       " by " wsFeeBy(feeIdx) " rcpts" dispRcpts
                       " OR " wsFeeFirstOr(feeIdx)
                       "-" wsFeeLastOr(feeIdx)
                       DELIMITED BY SIZE INTO wsViolationText
                   perform REPORT-VIOLATION
               END-IF
           END-PERFORM.

       MATCH-RECEIPT-TO-FEES.
           PERFORM VARYING feeIdx FROM 1 BY 1
                   UNTIL feeIdx > wsFeeCount
               IF wsFeeBy(feeIdx) NOT = SPACES
                   AND wsFeeBy(feeIdx) = OJ-CASHIER
                   AND OJ-DATE >= wsFeeEff(feeIdx)
                   AND OJ-DATE < wsFeeUntil(feeIdx)
                   ADD 1 TO wsFeeRcpts(feeIdx)
                   IF wsFeeFirstOr(feeIdx) = 0
                       OR OJ-ORNO < wsFeeFirstOr(feeIdx)
                       MOVE OJ-ORNO TO wsFeeFirstOr(feeIdx)
                   END-IF
                   IF OJ-ORNO > wsFeeLastOr(feeIdx)
                       MOVE OJ-ORNO TO wsFeeLastOr(feeIdx)
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-PRICE-SIGNOFFS.
           MOVE "N" TO wsEOF
           OPEN INPUT PRICE-SIGNOFF-FILE
           IF wsPgStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ PRICE-SIGNOFF-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF PG-KEYED-BY NOT = SPACES
                           AND PG-KEYED-BY = PG-SIGNED-BY
                           MOVE SPACES TO wsViolationText
                           STRING "PRCSIGN " PG-ITEM
                               " eff " PG-EFFDATE
                               " keyed+signed by " PG-SIGNED-BY
                               " on " PG-STAMP(1:8)
                               DELIMITED BY SIZE INTO wsViolationText
                           perform REPORT-VIOLATION
                       END-IF
               END-READ
           END-PERFORM
           IF wsPgStatus = "00" OR wsPgStatus = "10"
               CLOSE PRICE-SIGNOFF-FILE
           END-IF.

       CHECK-SELF-UNLOCKS.
           MOVE "N" TO wsEOF
           OPEN INPUT SIGNON-LOG-FILE
           IF wsSoStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ SIGNON-LOG-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF SO-EVENT = "UNLOCK"
                           AND SO-BY NOT = SPACES
                           AND SO-BY = SO-OPERATOR
                           MOVE SPACES TO wsViolationText
                           STRING "SIGNLOG " SO-TIMESTAMP
                               " UNLOCK of " SO-OPERATOR
                               " by " SO-BY
                               DELIMITED BY SIZE INTO wsViolationText
                           perform REPORT-VIOLATION
                       END-IF
               END-READ
           END-PERFORM
           IF wsSoStatus = "00" OR wsSoStatus = "10"
               CLOSE SIGNON-LOG-FILE
           END-IF.

      *> A release is the supervisor's half; a sale or return SEQ7
      *> posted for the same customer at or after the release, in a
      *> run started under the same operator, is the other half.
       CHECK-HOLD-RELEASES.
           MOVE "N" TO wsEOF
           OPEN INPUT CREDIT-HOLD-LOG-FILE
           IF wsClStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ CREDIT-HOLD-LOG-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF CL-IS-RELEASE
                           AND CL-OPERATOR NOT = SPACES
                           AND wsRelCount < 2000
                           ADD 1 TO wsRelCount
                           MOVE CL-CUST TO wsRelCust(wsRelCount)
                           MOVE CL-OPERATOR TO wsRelBy(wsRelCount)
                           MOVE CL-TIMESTAMP TO wsRelStamp(wsRelCount)
                           MOVE CL-HOLDNO TO wsRelHoldNo(wsRelCount)
                       END-IF
               END-READ
           END-PERFORM
           IF wsClStatus = "00" OR wsClStatus = "10"
               CLOSE CREDIT-HOLD-LOG-FILE
           END-IF
           IF wsRelCount = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO wsEOF
           OPEN INPUT TRANSACTION-LOG-FILE
           IF wsTlStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ TRANSACTION-LOG-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF TL-PROGRAM = "SEQ7"
                           AND (TL-OUTCOME = "SALE"
                               OR TL-OUTCOME = "RETURN")
                           AND TL-CUST IS NUMERIC
                           AND TL-CUST NOT = 0
                           AND TL-OPERATOR NOT = SPACES
                           perform MATCH-RELEASED-SALE
                       END-IF
               END-READ
           END-PERFORM
           IF wsTlStatus = "00" OR wsTlStatus = "10"
               CLOSE TRANSACTION-LOG-FILE
           END-IF.

       MATCH-RELEASED-SALE.
           PERFORM VARYING relIdx FROM 1 BY 1
                   UNTIL relIdx > wsRelCount
               IF wsRelCust(relIdx) = TL-CUST
                   AND wsRelBy(relIdx) = TL-OPERATOR
                   AND TL-TIMESTAMP >= wsRelStamp(relIdx)
                   MOVE SPACES TO wsViolationText
                   STRING "CRHLOG hold #" wsRelHoldNo(relIdx)
                       " CUST " TL-CUST " released+"
                       TL-OUTCOME " " TL-TIMESTAMP(1:8)
                       " by " TL-OPERATOR
                       DELIMITED BY SIZE INTO wsViolationText
                   perform REPORT-VIOLATION
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       PRINT-PAIR-COUNTS.
           MOVE SPACES TO wsRptLine
           perform SHOW-REPORT-LINE
           MOVE "VIOLATIONS BY DUTY PAIR" TO wsRptLine
           perform SHOW-REPORT-LINE
           PERFORM VARYING pairIdx FROM 1 BY 1 UNTIL pairIdx > 6
               MOVE wsPairCount(pairIdx) TO dispCount
               STRING "  " wsPairLabel(pairIdx) " " dispCount
                   DELIMITED BY SIZE INTO wsRptLine
               perform SHOW-REPORT-LINE
           END-PERFORM
           MOVE wsTotalViolations TO dispCount
           IF wsTotalViolations = 0
               MOVE "No violations -- every pair was two people."
                   TO wsRptLine
           ELSE
               STRING "TOTAL VIOLATIONS " dispCount
                   " -- RETURN CODE 8"
                   DELIMITED BY SIZE INTO wsRptLine
           END-IF
           perform SHOW-REPORT-LINE.
