      *> Late-payment surcharge run, taken after each installment due
      *> date. Every assessment for the term is split across the
      *> term's installment plan (INSTPLAN.DAT, staged in FEEMAINT)
      *> and TA-PAID applied to the installments oldest first; for
      *> each installment whose due date is before the as-of date
      *> and is not fully paid, the student is behind by the total
      *> due through it less TA-PAID, and the staged surcharge (fee
      *> type "S") is added to TA-FEES and TA-TOTAL. Each installment
      *> is surcharged once -- SURCHG.DAT logs every surcharge and a
      *> rerun skips what it already holds -- and the split leaves
      *> the surcharges out, so a surcharge never raises the
      *> installments themselves. The run lists what it charged to
      *> LATERUN.PRT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATERUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSESSMENT-FILE ASSIGN TO "ASSESSLG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsTaStatus.

           SELECT ASSESS-WORK-FILE ASSIGN TO "LATEWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT FEE-TABLE-FILE ASSIGN TO "FEETBL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsFeStatus.

           SELECT INSTALLMENT-PLAN-FILE ASSIGN TO "INSTPLAN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsIpStatus.

           SELECT LATE-FEE-FILE ASSIGN TO "SURCHG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsLfStatus.

           SELECT REPORT-PRINT-FILE ASSIGN TO "LATERUN.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD ASSESSMENT-FILE.
           COPY ASSESSLG.

      *> Cut wider than the 90-byte assessment record so the copy
      *> pass can never shave the tail of TA-PAID and TA-RATE.
           FD ASSESS-WORK-FILE.
           01 ASSESS-WORK-REC PIC X(120).

           FD FEE-TABLE-FILE.
           COPY FEETBL.

           FD INSTALLMENT-PLAN-FILE.
           COPY INSTPLAN.

           FD LATE-FEE-FILE.
           COPY LATEFEE.

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsTaStatus pic X(2).
           01 wsFeStatus pic X(2).
           01 wsLfStatus pic X(2).

           01 pickTerm pic X(6).
           01 pickAsOf pic 9(8).

           01 wsSurcharge pic 9(7)v99 value 0.
           01 wsSurchargeDate pic 9(8) value 0.
           01 wsBehind pic 9(7)v99.
           01 wsLateOnFile pic 9(7)v99.
           01 wsCharged pic X.

      *> Surcharges already on the log for the term, by student and
      *> installment.
           01 wsLateMax pic 9(4) value 2000.
           01 wsLateCount pic 9(4) value 0.
           01 lateIdx pic 9(4).
           01 wsLateTable.
               05 wsLateEntry OCCURS 2000 TIMES.
                   10 wsLateStuId pic 9(6).
                   10 wsLateInstNo pic 9.
                   10 wsLateAmount pic 9(7)v99.

           01 wsCheckedCount pic 9(5) value 0.
           01 wsNewCount pic 9(5) value 0.
           01 wsNewTotal pic 9(9)v99 value 0.

           01 dispAmount pic ZZZ,ZZ9.99.
           01 dispBehind pic ZZZ,ZZ9.99.
           01 dispTotal pic ZZ,ZZZ,ZZ9.99.
           01 dispCount pic ZZ,ZZ9.

           COPY INSTWS.
           COPY NUMCHECK.
           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           display "Term for the run (e.g. 2025-1): "
               with no advancing.
           accept pickTerm.
           move "N" to WS-VALID-OK.
           perform until VALID-NUMERIC-INPUT
               display "As-of date (YYYYMMDD, 0 for today): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform.
           compute pickAsOf = function numval(WS-VALID-BUFFER).
           IF pickAsOf = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO pickAsOf
           END-IF.

           MOVE pickTerm TO instTerm.
           perform LOAD-INSTALLMENT-PLAN.
           IF instFound = "N"
               display "No installment plan staged for " pickTerm
                   " -- stage one in FEEMAINT."
               STOP RUN
           END-IF.
           perform FIND-SURCHARGE.
           IF wsSurcharge = 0
               display "No late surcharge in force on " pickAsOf
                   " -- stage a type S fee in FEEMAINT."
               STOP RUN
           END-IF.
           perform LOAD-SURCHARGES-ON-FILE.

           move "Late Payment Surcharge Run" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           MOVE SPACES TO wsRptColHead.
           STRING "STUDNT NAME                 NO  DUE     "
               "     BEHIND  SURCHARGE"
               DELIMITED BY SIZE INTO wsRptColHead.
           perform OPEN-REPORT-PRINT.
           MOVE SPACES TO wsRptLine.
           MOVE wsSurcharge TO dispAmount.
           STRING "TERM " pickTerm "  AS OF " pickAsOf
               "  SURCHARGE " dispAmount
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           display wsRptColHead.

           perform SURCHARGE-ASSESSMENTS.

           IF wsNewCount = 0
               MOVE "NO STUDENT NEWLY BEHIND -- NOTHING CHARGED."
                   TO wsRptLine
               perform SHOW-REPORT-LINE
           END-IF.
           MOVE SPACES TO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE wsCheckedCount TO dispCount.
           STRING "Assessments checked:   " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE wsNewCount TO dispCount.
           MOVE wsNewTotal TO dispTotal.
           STRING "Surcharges added:      " dispCount
               "   total " dispTotal
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           perform CLOSE-REPORT-PRINT.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY INSTPR.
           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY RPTPRTPR.

       SHOW-REPORT-LINE.
           display wsRptLine
           perform WRITE-REPORT-LINE.

      *> The newest surcharge line in force on the as-of date.
       FIND-SURCHARGE.
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
                       IF FE-IS-SURCHARGE
                           AND FE-EFFDATE <= pickAsOf
                           AND FE-EFFDATE >= wsSurchargeDate
                           MOVE FE-EFFDATE TO wsSurchargeDate
                           MOVE FE-AMOUNT TO wsSurcharge
                       END-IF
               END-READ
           END-PERFORM
           IF wsFeStatus = "00" OR wsFeStatus = "10"
               CLOSE FEE-TABLE-FILE
           END-IF.

       LOAD-SURCHARGES-ON-FILE.
           MOVE "N" TO wsEOF
           OPEN INPUT LATE-FEE-FILE
           IF wsLfStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ LATE-FEE-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF LF-TERM = pickTerm
                           AND wsLateCount < wsLateMax
                           ADD 1 TO wsLateCount
                           MOVE LF-STUID TO wsLateStuId(wsLateCount)
                           MOVE LF-INSTNO
                               TO wsLateInstNo(wsLateCount)
                           MOVE LF-AMOUNT
                               TO wsLateAmount(wsLateCount)
                       END-IF
               END-READ
           END-PERFORM
           IF wsLfStatus = "00" OR wsLfStatus = "10"
               CLOSE LATE-FEE-FILE
           END-IF.

      *> The ledger copies through the work file with the new
      *> surcharges folded in, and copies back only when something
      *> was charged.
       SURCHARGE-ASSESSMENTS.
           MOVE "N" TO wsEOF
           OPEN INPUT ASSESSMENT-FILE
           IF wsTaStatus NOT = "00"
               MOVE "NO ASSESSMENT LEDGER ON FILE." TO wsRptLine
               perform SHOW-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ASSESS-WORK-FILE
           OPEN EXTEND LATE-FEE-FILE
           IF wsLfStatus = "35"
               OPEN OUTPUT LATE-FEE-FILE
               CLOSE LATE-FEE-FILE
               OPEN EXTEND LATE-FEE-FILE
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ ASSESSMENT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF TA-TERM = pickTerm
                           PERFORM CHECK-ONE-ASSESSMENT
                       END-IF
                       MOVE ASSESSMENT-REC TO ASSESS-WORK-REC
                       WRITE ASSESS-WORK-REC
               END-READ
           END-PERFORM
           CLOSE ASSESSMENT-FILE
           CLOSE ASSESS-WORK-FILE
           CLOSE LATE-FEE-FILE

           IF wsNewCount = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO wsEOF
           OPEN INPUT ASSESS-WORK-FILE
           OPEN OUTPUT ASSESSMENT-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ ASSESS-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE ASSESS-WORK-REC TO ASSESSMENT-REC
                       WRITE ASSESSMENT-REC
               END-READ
           END-PERFORM
           CLOSE ASSESS-WORK-FILE
           CLOSE ASSESSMENT-FILE.

       CHECK-ONE-ASSESSMENT.
           ADD 1 TO wsCheckedCount
           MOVE 0 TO wsLateOnFile
           PERFORM VARYING lateIdx FROM 1 BY 1
                   UNTIL lateIdx > wsLateCount
               IF wsLateStuId(lateIdx) = TA-STUID
                   ADD wsLateAmount(lateIdx) TO wsLateOnFile
               END-IF
           END-PERFORM
           IF wsLateOnFile > TA-TOTAL
               MOVE 0 TO instBase
           ELSE
               COMPUTE instBase = TA-TOTAL - wsLateOnFile
           END-IF
           MOVE TA-PAID TO instPaid
           PERFORM SPLIT-ASSESSMENT
           PERFORM VARYING instIdx FROM 1 BY 1
                   UNTIL instIdx > instCount
               IF instDue(instIdx) < pickAsOf
                   AND instOwing(instIdx) > 0
                   PERFORM CHARGE-ONE-INSTALLMENT
               END-IF
           END-PERFORM.

       CHARGE-ONE-INSTALLMENT.
           MOVE "N" TO wsCharged
           PERFORM VARYING lateIdx FROM 1 BY 1
                   UNTIL lateIdx > wsLateCount
               IF wsLateStuId(lateIdx) = TA-STUID
                   AND wsLateInstNo(lateIdx) = instIdx
                   MOVE "Y" TO wsCharged
               END-IF
           END-PERFORM
           IF wsCharged = "Y"
               EXIT PARAGRAPH
           END-IF

           COMPUTE wsBehind = instCumDue(instIdx) - TA-PAID
           ADD wsSurcharge TO TA-FEES
           ADD wsSurcharge TO TA-TOTAL
           ADD 1 TO wsNewCount
           ADD wsSurcharge TO wsNewTotal

           MOVE pickTerm TO LF-TERM
           MOVE TA-STUID TO LF-STUID
           MOVE instIdx TO LF-INSTNO
           MOVE pickAsOf TO LF-DATE
           MOVE wsBehind TO LF-BEHIND
           MOVE wsSurcharge TO LF-AMOUNT
           WRITE LATE-FEE-REC

           MOVE wsBehind TO dispBehind
           MOVE wsSurcharge TO dispAmount
           STRING TA-STUID " " TA-SNAME "  " instIdx "  "
               instDue(instIdx) " " dispBehind " " dispAmount
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE.
