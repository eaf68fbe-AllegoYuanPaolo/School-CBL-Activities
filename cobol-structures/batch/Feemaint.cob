      *> in today and takes effect on its date, with no recompile
      *> in the path. Lines are appended, never changed in place,
      *> so the file is its own history of what was billed when.
      *> The term refund schedule ENROLL credits drops by is staged
      *> here the same way, one line per term on REFSCHED.DAT: the
      *> date classes start and the percent refunded in each of the
      *> first six weeks. Staging a term again replaces its schedule.
      *> The term installment plans are staged alike on INSTPLAN.DAT:
      *> up to six installments, each with a due date and the percent
      *> of the assessment it carries, the percents totalling 100.
      *> The late-payment surcharge LATERUN charges per installment
      *> missed is an ordinary fee line of type "S". Every fee line
      *> staged carries the operator who staged it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEMAINT.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsFeStatus.

           SELECT REFUND-SCHEDULE-FILE ASSIGN TO "REFSCHED.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsRfStatus.

           SELECT INSTALLMENT-PLAN-FILE ASSIGN TO "INSTPLAN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsIpStatus.

       DATA DIVISION.
           FILE SECTION.
           FD FEE-TABLE-FILE.
           COPY FEETBL.

           FD REFUND-SCHEDULE-FILE.
           COPY REFSCHED.

           FD INSTALLMENT-PLAN-FILE.
           COPY INSTPLAN.

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsAgain pic X value "Y".
           01 wsEOF pic X.
           01 wsFeStatus pic X(2).
           01 wsRfStatus pic X(2).
           01 wsIpStatus pic X(2).
           01 wsOperator pic X(8).

           01 mntCode pic X(6).
           01 mntType pic X.
           01 mntAmount pic 9(7)v99.
           01 dispAmount pic ZZZ,ZZ9.99.

           01 mntTerm pic X(6).
           01 mntClassStart pic 9(8).
           01 mntWeekPct pic 9(3).
           01 mntWeek pic 9.
           01 mntPrevPct pic 9(3).
           01 wsWeekPcts.
               05 wsWeekPct pic 9(3) OCCURS 6 TIMES.
           01 dispPct pic ZZ9.
           01 dispWeekPcts pic X(30).

           01 mntInstCount pic 9.
           01 mntInstNo pic 9.
           01 mntInstName pic X(10).
           01 mntInstDue pic 9(8).
           01 mntInstPct pic 9(3).
           01 mntPctTotal pic 9(3).
           01 mntPrevDue pic 9(8).
           01 wsInstPlan.
               05 wsInstEntry OCCURS 6 TIMES.
                   10 wsInstName pic X(10).
                   10 wsInstDue pic 9(8).
                   10 wsInstPct pic 9(3).

           COPY NUMCHECK.
           COPY RPTHDR.

       PROCEDURE DIVISION.

      *> The menu passes the signed-on operator as MENUOPER; run
      *> outside the menu, the operator keys it.
           ACCEPT wsOperator FROM ENVIRONMENT "MENUOPER"
           IF wsOperator = SPACES
               display "Operator ID: " with no advancing
               accept wsOperator
           END-IF

           move "Fee Table Maintenance" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

               display " "
               display "1. List fees on file"
               display "2. Stage a fee amount"
               display "3. List refund schedules"
               display "4. Stage a term refund schedule"
               display "5. List installment plans"
               display "6. Stage a term installment plan"
               display "0. Exit"
               display "Select mode: " with no advancing
               accept wsMode
                       perform LIST-FEES
                   when 2
                       perform STAGE-FEE
                   when 3
                       perform LIST-REFUND-SCHEDULES
                   when 4
                       perform STAGE-REFUND-SCHEDULE
                   when 5
                       perform LIST-INSTALLMENT-PLANS
                   when 6
                       perform STAGE-INSTALLMENT-PLAN
                   when 0
                       move "N" to wsAgain
                   when other

           move spaces to mntType
           PERFORM UNTIL mntType = "U" OR mntType = "F"
                   OR mntType = "S"
               display "Type (U per-unit rate, F fixed fee,"
                   " S late surcharge): " with no advancing
               accept mntType
               move function upper-case(mntType) to mntType
           END-PERFORM
           MOVE mntDesc TO FE-DESC
           MOVE mntEffDate TO FE-EFFDATE
           MOVE mntAmount TO FE-AMOUNT
           MOVE wsOperator TO FE-STAGED-BY
           WRITE FEE-TABLE-REC
           CLOSE FEE-TABLE-FILE

           display mntCode " staged effective " mntEffDate ".".

       LIST-REFUND-SCHEDULES.
           move "N" to wsEOF
           OPEN INPUT REFUND-SCHEDULE-FILE
           IF wsRfStatus NOT = "00"
               display "No refund schedule on disk yet."
               EXIT PARAGRAPH
           END-IF
           display "TERM   CLASSES  WK1 WK2 WK3 WK4 WK5 WK6  STAGED"
           PERFORM UNTIL wsEOF = "Y"
               READ REFUND-SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE SPACES TO dispWeekPcts
                       PERFORM VARYING mntWeek FROM 1 BY 1
                               UNTIL mntWeek > 6
                           MOVE RF-WEEK-PCT(mntWeek) TO dispPct
                           MOVE dispPct TO
                               dispWeekPcts(mntWeek * 4 - 3:3)
                       END-PERFORM
                       display RF-TERM " " RF-CLASS-START " "
                           dispWeekPcts(1:24) " " RF-STAGED
               END-READ
           END-PERFORM
           CLOSE REFUND-SCHEDULE-FILE.

      *> Percentages may only fall week to week; a drop before the
      *> class start date is always refunded in full.
       STAGE-REFUND-SCHEDULE.
           display "Term code (e.g. 2025-1): " with no advancing
           accept mntTerm

           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Classes start (YYYYMMDD): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntClassStart = function numval(WS-VALID-BUFFER)

           MOVE 100 TO mntPrevPct
           PERFORM VARYING mntWeek FROM 1 BY 1 UNTIL mntWeek > 6
               MOVE 999 TO mntWeekPct
               PERFORM UNTIL mntWeekPct <= mntPrevPct
                   move "N" to WS-VALID-OK
                   perform until VALID-NUMERIC-INPUT
                       display "Percent refunded in week " mntWeek
                           ": " with no advancing
                       accept WS-VALID-BUFFER
                       perform VALIDATE-NUMERIC-INPUT
                   end-perform
                   compute mntWeekPct =
                       function numval(WS-VALID-BUFFER)
                   IF mntWeekPct > mntPrevPct
                       MOVE mntPrevPct TO dispPct
                       display "May not exceed " dispPct "%."
                   END-IF
               END-PERFORM
               MOVE mntWeekPct TO wsWeekPct(mntWeek)
               MOVE mntWeekPct TO mntPrevPct
           END-PERFORM

           OPEN EXTEND REFUND-SCHEDULE-FILE
           IF wsRfStatus = "35"
               OPEN OUTPUT REFUND-SCHEDULE-FILE
               CLOSE REFUND-SCHEDULE-FILE
               OPEN EXTEND REFUND-SCHEDULE-FILE
           END-IF
           MOVE mntTerm TO RF-TERM
           MOVE mntClassStart TO RF-CLASS-START
           PERFORM VARYING mntWeek FROM 1 BY 1 UNTIL mntWeek > 6
               MOVE wsWeekPct(mntWeek) TO RF-WEEK-PCT(mntWeek)
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(1:8) TO RF-STAGED
           WRITE REFUND-SCHEDULE-REC
           CLOSE REFUND-SCHEDULE-FILE

           display "Refund schedule for " mntTerm " staged.".

       LIST-INSTALLMENT-PLANS.
           move "N" to wsEOF
           OPEN INPUT INSTALLMENT-PLAN-FILE
           IF wsIpStatus NOT = "00"
               display "No installment plan on disk yet."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ INSTALLMENT-PLAN-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       display " "
                       display IP-TERM "  staged " IP-STAGED
                       PERFORM VARYING mntInstNo FROM 1 BY 1
                               UNTIL mntInstNo > IP-COUNT
                           MOVE IP-PCT(mntInstNo) TO dispPct
                           display "  " mntInstNo " "
                               IP-NAME(mntInstNo) " due "
                               IP-DUE(mntInstNo) "  " dispPct "%"
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE INSTALLMENT-PLAN-FILE.

      *> Due dates must run in order and the percents must come to
      *> exactly 100, else the split would leave part of the
      *> assessment never due or bill more than was assessed.
       STAGE-INSTALLMENT-PLAN.
           display "Term code (e.g. 2025-1): " with no advancing
           accept mntTerm

           MOVE 0 TO mntInstCount
           PERFORM UNTIL mntInstCount >= 1 AND mntInstCount <= 6
               move "N" to WS-VALID-OK
               perform until VALID-NUMERIC-INPUT
                   display "Number of installments (1-6): "
                       with no advancing
                   accept WS-VALID-BUFFER
                   perform VALIDATE-NUMERIC-INPUT
               end-perform
               compute mntInstCount =
                   function numval(WS-VALID-BUFFER)
           END-PERFORM

           MOVE SPACES TO wsInstPlan
           MOVE 0 TO mntPctTotal
           MOVE 0 TO mntPrevDue
           PERFORM VARYING mntInstNo FROM 1 BY 1
                   UNTIL mntInstNo > mntInstCount
               display "Installment " mntInstNo
                   " name (e.g. DOWNPAYMNT): " with no advancing
               accept mntInstName
               MOVE 0 TO mntInstDue
               PERFORM UNTIL mntInstDue > mntPrevDue
                   move "N" to WS-VALID-OK
                   perform until VALID-NUMERIC-INPUT
                       display "  Due date (YYYYMMDD): "
                           with no advancing
                       accept WS-VALID-BUFFER
                       perform VALIDATE-NUMERIC-INPUT
                   end-perform
                   compute mntInstDue =
                       function numval(WS-VALID-BUFFER)
                   IF mntInstDue NOT > mntPrevDue
                       display "  Must fall after " mntPrevDue "."
                   END-IF
               END-PERFORM
               IF mntInstNo = mntInstCount
                   COMPUTE mntInstPct = 100 - mntPctTotal
                   MOVE mntInstPct TO dispPct
                   display "  Carries the remaining " dispPct "%."
               ELSE
                   MOVE 999 TO mntInstPct
                   PERFORM UNTIL mntInstPct + mntPctTotal < 100
                       move "N" to WS-VALID-OK
                       perform until VALID-NUMERIC-INPUT
                           display "  Percent of the assessment: "
                               with no advancing
                           accept WS-VALID-BUFFER
                           perform VALIDATE-NUMERIC-INPUT
                       end-perform
                       compute mntInstPct =
                           function numval(WS-VALID-BUFFER)
                       IF mntInstPct + mntPctTotal NOT < 100
                           COMPUTE dispPct = 99 - mntPctTotal
                           display "  May not exceed " dispPct
                               "% -- later installments need a"
                               " share."
                       END-IF
                   END-PERFORM
               END-IF
               ADD mntInstPct TO mntPctTotal
               MOVE mntInstDue TO mntPrevDue
               MOVE mntInstName TO wsInstName(mntInstNo)
               MOVE mntInstDue TO wsInstDue(mntInstNo)
               MOVE mntInstPct TO wsInstPct(mntInstNo)
           END-PERFORM

           OPEN EXTEND INSTALLMENT-PLAN-FILE
           IF wsIpStatus = "35"
               OPEN OUTPUT INSTALLMENT-PLAN-FILE
               CLOSE INSTALLMENT-PLAN-FILE
               OPEN EXTEND INSTALLMENT-PLAN-FILE
           END-IF
           MOVE SPACES TO INSTALLMENT-PLAN-REC
           MOVE mntTerm TO IP-TERM
           MOVE mntInstCount TO IP-COUNT
           PERFORM VARYING mntInstNo FROM 1 BY 1
                   UNTIL mntInstNo > 6
               MOVE wsInstName(mntInstNo) TO IP-NAME(mntInstNo)
               IF mntInstNo > mntInstCount
                   MOVE 0 TO IP-DUE(mntInstNo)
                   MOVE 0 TO IP-PCT(mntInstNo)
               ELSE
                   MOVE wsInstDue(mntInstNo) TO IP-DUE(mntInstNo)
                   MOVE wsInstPct(mntInstNo) TO IP-PCT(mntInstNo)
               END-IF
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(1:8) TO IP-STAGED
           WRITE INSTALLMENT-PLAN-REC
           CLOSE INSTALLMENT-PLAN-FILE

           display "Installment plan for " mntTerm " staged.".
