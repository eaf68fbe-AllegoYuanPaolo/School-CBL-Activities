      *> Examination permit run, taken before each grading period.
      *> The period is one installment of the term's plan (PRELIM,
      *> MIDTERM, FINALS ...): every student on the term roster
      *> whose assessment is paid through that installment -- TA-PAID
      *> at least the total due through it, the plan split as the
      *> cashier's statement splits it, late surcharges aside -- is
      *> issued a numbered permit, printed to PERMIT.PRT section by
      *> section for the advisers to hand out. The students without
      *> one go to PROCTOR.PRT by section with the amount still due,
      *> or as not assessed, for the proctors at the door. A student
      *> already holding a permit for the period, from an earlier
      *> run or from the cashier's window after paying, is counted
      *> and not issued a second.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMRUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsSmStatus.

           SELECT ASSESSMENT-FILE ASSIGN TO "ASSESSLG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsTaStatus.

           SELECT INSTALLMENT-PLAN-FILE ASSIGN TO "INSTPLAN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsIpStatus.

           SELECT LATE-FEE-FILE ASSIGN TO "SURCHG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsLfStatus.

           SELECT EXAM-PERMIT-FILE ASSIGN TO "EXPERMIT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPmStatus.

           SELECT PERMIT-CONTROL-FILE ASSIGN TO "PERMCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPcStatus.

           SELECT PERMIT-PRINT-FILE ASSIGN TO "PERMIT.PRT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT REPORT-PRINT-FILE ASSIGN TO "PROCTOR.PRT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT PERMIT-SORT-FILE ASSIGN TO "SRTWK63".

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT-MASTER-FILE.
           COPY STUDMAST.

           FD ASSESSMENT-FILE.
           COPY ASSESSLG.

           FD INSTALLMENT-PLAN-FILE.
           COPY INSTPLAN.

           FD LATE-FEE-FILE.
           COPY LATEFEE.

           FD EXAM-PERMIT-FILE.
           COPY PERMIT.

           FD PERMIT-CONTROL-FILE.
           01 PERMIT-CONTROL-REC.
               05 PC-NEXT-PERMITNO PIC 9(6).

           FD PERMIT-PRINT-FILE.
           01 PERMIT-PRINT-REC PIC X(70).

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           SD PERMIT-SORT-FILE.
           01 PERMIT-SORT-REC.
               05 PS-SECTION PIC X(2).
               05 PS-STUID PIC 9(6).
               05 PS-SNAME PIC X(20).
               05 PS-STATUS PIC X.
                   88 PS-TO-ISSUE VALUE "I".
                   88 PS-HELD VALUE "H".
                   88 PS-NOT-PAID VALUE "N".
                   88 PS-NOT-ASSESSED VALUE "A".
               05 PS-OWING PIC 9(7)V99.

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsSmStatus pic X(2).
           01 wsTaStatus pic X(2).
           01 wsLfStatus pic X(2).

           01 pickTerm pic X(6).
           01 pickPeriod pic 9.

      *> The term's assessments, with the surcharges each carries.
           01 wsAsMax pic 9(4) value 3000.
           01 wsAsCount pic 9(4) value 0.
           01 asIdx pic 9(4).
           01 wsAsHit pic 9(4).
           01 wsAsTable.
               05 wsAsEntry OCCURS 3000 TIMES.
                   10 wsAsStuId pic 9(6).
                   10 wsAsTotal pic 9(7)v99.
                   10 wsAsPaid pic 9(7)v99.
                   10 wsAsLate pic 9(7)v99.

      *> Students already holding a permit for the term and period.
           01 wsHeldMax pic 9(4) value 3000.
           01 wsHeldCount pic 9(4) value 0.
           01 heldIdx pic 9(4).
           01 wsHeldHit pic X.
           01 wsHeldStuIds.
               05 wsHeldStuId pic 9(6) OCCURS 3000 TIMES.

           01 wsFirstRec pic X value "Y".
           01 wsCurSection pic X(2).
           01 wsIssuedCount pic 9(5) value 0.
           01 wsHeldTotal pic 9(5) value 0.
           01 wsWithoutCount pic 9(5) value 0.

           01 dispAmount pic ZZZ,ZZ9.99.
           01 dispCount pic ZZ,ZZ9.

           COPY INSTWS.
           COPY PERMWS.
           COPY NUMCHECK.
           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           display "Term for the permits (e.g. 2025-1): "
               with no advancing.
           accept pickTerm.
           MOVE pickTerm TO instTerm.
           perform LOAD-INSTALLMENT-PLAN.
           IF instFound = "N"
               display "No installment plan staged for " pickTerm
                   " -- stage one in FEEMAINT."
               STOP RUN
           END-IF.

           PERFORM VARYING instIdx FROM 1 BY 1
                   UNTIL instIdx > instCount
               display instIdx ". " instName(instIdx) " due "
                   instDue(instIdx)
           END-PERFORM.
           MOVE 0 TO pickPeriod.
           PERFORM UNTIL pickPeriod >= 1 AND pickPeriod <= instCount
               move "N" to WS-VALID-OK
               perform until VALID-NUMERIC-INPUT
                   display "Grading period (installment number): "
                       with no advancing
                   accept WS-VALID-BUFFER
                   perform VALIDATE-NUMERIC-INPUT
               end-perform
               compute pickPeriod = function numval(WS-VALID-BUFFER)
           END-PERFORM.

           perform LOAD-ASSESSMENTS.
           perform LOAD-PERMITS-HELD.

           move "Examination Permit Run" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           MOVE SPACES TO wsRptColHead.
           STRING "STUDNT NAME                 WITHOUT PERMIT"
               "        STILL DUE"
               DELIMITED BY SIZE INTO wsRptColHead.
           perform OPEN-REPORT-PRINT.
           MOVE SPACES TO wsRptLine.
           STRING "TERM " pickTerm "  " instName(pickPeriod)
               " EXAMINATIONS -- FOR THE PROCTORS"
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           display wsRptColHead.
           OPEN OUTPUT PERMIT-PRINT-FILE.

           MOVE pickTerm TO permTerm.
           MOVE pickPeriod TO permPeriod.
           MOVE instName(pickPeriod) TO permPeriodName.
           MOVE "PERMRUN" TO permIssuer.

           SORT PERMIT-SORT-FILE
               ON ASCENDING KEY PS-SECTION
               ON ASCENDING KEY PS-STUID
               INPUT PROCEDURE RELEASE-ROSTER
               OUTPUT PROCEDURE ISSUE-BY-SECTION.

           CLOSE PERMIT-PRINT-FILE.
           IF wsWithoutCount = 0
               MOVE "EVERY STUDENT HOLDS A PERMIT." TO wsRptLine
               perform SHOW-REPORT-LINE
           END-IF.
           MOVE SPACES TO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE wsIssuedCount TO dispCount.
           STRING "Permits issued:        " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE wsHeldTotal TO dispCount.
           STRING "Already held:          " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE wsWithoutCount TO dispCount.
           STRING "Without a permit:      " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           perform CLOSE-REPORT-PRINT.
           display "Permits printed to PERMIT.PRT.".

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY INSTPR.
           COPY PERMPR.
           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY RPTPRTPR.

       SHOW-REPORT-LINE.
           display wsRptLine
           perform WRITE-REPORT-LINE.

       LOAD-ASSESSMENTS.
           MOVE "N" TO wsEOF
           OPEN INPUT ASSESSMENT-FILE
           IF wsTaStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ ASSESSMENT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF TA-TERM = pickTerm
                           AND wsAsCount < wsAsMax
                           ADD 1 TO wsAsCount
                           MOVE TA-STUID TO wsAsStuId(wsAsCount)
                           MOVE TA-TOTAL TO wsAsTotal(wsAsCount)
                           MOVE TA-PAID TO wsAsPaid(wsAsCount)
                           MOVE 0 TO wsAsLate(wsAsCount)
                       END-IF
               END-READ
           END-PERFORM
           IF wsTaStatus = "00" OR wsTaStatus = "10"
               CLOSE ASSESSMENT-FILE
           END-IF

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
                           PERFORM VARYING asIdx FROM 1 BY 1
                                   UNTIL asIdx > wsAsCount
                               IF wsAsStuId(asIdx) = LF-STUID
                                   ADD LF-AMOUNT TO wsAsLate(asIdx)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF wsLfStatus = "00" OR wsLfStatus = "10"
               CLOSE LATE-FEE-FILE
           END-IF.

       LOAD-PERMITS-HELD.
           MOVE "N" TO wsEOF
           OPEN INPUT EXAM-PERMIT-FILE
           IF wsPmStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ EXAM-PERMIT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF PM-TERM = pickTerm
                           AND PM-PERIOD = pickPeriod
                           AND wsHeldCount < wsHeldMax
                           ADD 1 TO wsHeldCount
                           MOVE PM-STUID TO wsHeldStuId(wsHeldCount)
                       END-IF
               END-READ
           END-PERFORM
           IF wsPmStatus = "00" OR wsPmStatus = "10"
               CLOSE EXAM-PERMIT-FILE
           END-IF.

      *> Each student on the term roster is judged on the way into
      *> the sort; permit numbers are drawn on the way out so they
      *> run in section order.
       RELEASE-ROSTER.
           MOVE "N" TO wsEOF
           OPEN INPUT STUDENT-MASTER-FILE
           IF wsSmStatus NOT = "00"
               display "No student master on file."
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ STUDENT-MASTER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF SM-TERM = pickTerm
                           PERFORM JUDGE-ONE-STUDENT
                           RELEASE PERMIT-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF wsSmStatus = "00" OR wsSmStatus = "10"
               CLOSE STUDENT-MASTER-FILE
           END-IF.

       JUDGE-ONE-STUDENT.
           MOVE SM-SECTION TO PS-SECTION
           MOVE SM-STUID TO PS-STUID
           MOVE SM-SNAME TO PS-SNAME
           MOVE 0 TO PS-OWING

           MOVE "N" TO wsHeldHit
           PERFORM VARYING heldIdx FROM 1 BY 1
                   UNTIL heldIdx > wsHeldCount
               IF wsHeldStuId(heldIdx) = SM-STUID
                   MOVE "Y" TO wsHeldHit
               END-IF
           END-PERFORM
           IF wsHeldHit = "Y"
               MOVE "H" TO PS-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO wsAsHit
           PERFORM VARYING asIdx FROM 1 BY 1
                   UNTIL asIdx > wsAsCount
               IF wsAsStuId(asIdx) = SM-STUID
                   MOVE asIdx TO wsAsHit
               END-IF
           END-PERFORM
           IF wsAsHit = 0
               MOVE "A" TO PS-STATUS
               EXIT PARAGRAPH
           END-IF

           IF wsAsLate(wsAsHit) > wsAsTotal(wsAsHit)
               MOVE 0 TO instBase
           ELSE
               COMPUTE instBase =
                   wsAsTotal(wsAsHit) - wsAsLate(wsAsHit)
           END-IF
           MOVE wsAsPaid(wsAsHit) TO instPaid
           PERFORM SPLIT-ASSESSMENT
           IF wsAsPaid(wsAsHit) >= instCumDue(pickPeriod)
               MOVE "I" TO PS-STATUS
           ELSE
               MOVE "N" TO PS-STATUS
               COMPUTE PS-OWING =
                   instCumDue(pickPeriod) - wsAsPaid(wsAsHit)
           END-IF.

       ISSUE-BY-SECTION.
           PERFORM FOREVER
               RETURN PERMIT-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN

               IF wsFirstRec = "Y"
                   OR PS-SECTION NOT = wsCurSection
                   MOVE SPACES TO permLine
                   STRING "SECTION " PS-SECTION "   "
                       instName(pickPeriod) " PERMITS"
                       DELIMITED BY SIZE INTO permLine
                   PERFORM WRITE-PERMIT-LINE
                   PERFORM WRITE-PERMIT-LINE
                   MOVE SPACES TO wsRptLine
                   perform SHOW-REPORT-LINE
                   STRING "SECTION " PS-SECTION
                       DELIMITED BY SIZE INTO wsRptLine
                   perform SHOW-REPORT-LINE
               END-IF
               MOVE "N" TO wsFirstRec
               MOVE PS-SECTION TO wsCurSection

               EVALUATE TRUE
                   WHEN PS-TO-ISSUE
                       MOVE PS-STUID TO permStuId
                       MOVE PS-SNAME TO permSName
                       MOVE PS-SECTION TO permSection
                       PERFORM ISSUE-EXAM-PERMIT
                       ADD 1 TO wsIssuedCount
                   WHEN PS-HELD
                       ADD 1 TO wsHeldTotal
                   WHEN PS-NOT-PAID
                       ADD 1 TO wsWithoutCount
                       MOVE PS-OWING TO dispAmount
                       STRING PS-STUID " " PS-SNAME "  NOT PAID"
                           " THROUGH " instName(pickPeriod) " "
                           dispAmount
                           DELIMITED BY SIZE INTO wsRptLine
                       perform SHOW-REPORT-LINE
                   WHEN PS-NOT-ASSESSED
                       ADD 1 TO wsWithoutCount
                       STRING PS-STUID " " PS-SNAME "  NOT ASSESSED"
                           DELIMITED BY SIZE INTO wsRptLine
                       perform SHOW-REPORT-LINE
               END-EVALUATE
           END-PERFORM.
