      *> ORJOURNL.DAT. Mode 2 is the end-of-day cashier report whose
      *> total must tie to the drawer. Mode 3 is the outstanding-
      *> balance report per section, the registrar's clearance
      *> hold list. Mode 4 is the student's installment statement:
      *> the assessment split across the term's installment plan,
      *> each installment's due date, amount, part paid, and
      *> balance (TA-PAID applied oldest first), then any late
      *> surcharges LATERUN added, and the balance owing. Mode 5
      *> issues an examination permit at the window to a student
      *> who has paid through the grading period since PERMRUN ran;
      *> the slip prints to PERMSLIP.PRT and the permit is logged
      *> on EXPERMIT.DAT with the cashier as issuer.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHIER.


           SELECT BALANCE-SORT-FILE ASSIGN TO "SRTWK41".

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

           SELECT PERMIT-PRINT-FILE ASSIGN TO "PERMSLIP.PRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPpStatus.

       DATA DIVISION.
           FILE SECTION.
           FD ASSESSMENT-FILE.
           COPY ASSESSLG.

      *> Cut wider than the 90-byte assessment record so the copy
      *> pass can never shave the tail of TA-PAID and TA-RATE.
           FD ASSESS-WORK-FILE.
           01 ASSESS-WORK-REC PIC X(120).

           FD OR-JOURNAL-FILE.
           COPY ORJOURNL.
               05 BL-BALANCE PIC S9(8)V99
                   SIGN IS LEADING SEPARATE CHARACTER.

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

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsEOF pic X value "N".
           01 wsOcStatus pic X(2).
           01 wsRpStatus pic X(2).
           01 wsSmStatus pic X(2).
           01 wsLfStatus pic X(2).
           01 wsPpStatus pic X(2).
           01 pickPeriod pic 9.

           01 wsCashier pic X(8).
           01 payTerm pic X(6).
           01 dispBalance pic ZZZ,ZZ9.99-.
           01 dispTotal pic Z,ZZZ,ZZ9.99.
           01 dispCount pic Z,ZZ9.
           01 dispPaid pic ZZZ,ZZ9.99.
           01 dispOwing pic ZZZ,ZZ9.99.

           01 wsLateTotal pic 9(7)v99.
           01 wsLateCount pic 9(3).

           COPY INSTWS.
           COPY PERMWS.

           COPY NUMCHECK.
           COPY RPTHDR.
           display "1. Post a payment (official receipt)".
           display "2. End-of-day cashier report".
           display "3. Outstanding balances by section".
           display "4. Installment statement".
           display "5. Issue an examination permit".
           display "Select mode: " with no advancing.
           accept wsMode.

                   perform END-OF-DAY-REPORT
               when 3
                   perform OUTSTANDING-BY-SECTION
               when 4
                   perform INSTALLMENT-STATEMENT
               when 5
                   perform ISSUE-PERMIT-AT-WINDOW
               when other
                   display "Invalid selection."
           end-evaluate.

       STOP RUN.

           COPY INSTPR.
           COPY PERMPR.
           COPY NUMCHKPR.
           COPY RPTHDRPR.

           MOVE wsSectTotal TO dispBalance
           display "  SECTION TOTAL " dispBalance
           MOVE 0 TO wsSectTotal.

      *> Surcharges are billed over and above the plan, so the split
      *> is of the assessment less them; whatever TA-PAID covers
      *> beyond the installments due goes against the surcharges.
       INSTALLMENT-STATEMENT.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Student ID: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute payStuId = function numval(WS-VALID-BUFFER)
           display "Term (e.g. 2025-1): " with no advancing
           accept payTerm

           perform FIND-ASSESSMENT
           IF wsFound = "N"
               display "No assessment for #" payStuId " in "
                   payTerm "."
               EXIT PARAGRAPH
           END-IF

           move "Installment Statement" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           display "#" TA-STUID "  " TA-SNAME "  term " TA-TERM
           MOVE TA-TOTAL TO dispAmount
           display "Assessed (with surcharges): " dispAmount

           perform TOTAL-LATE-FEES
           MOVE payTerm TO instTerm
           perform LOAD-INSTALLMENT-PLAN
           IF instFound = "N"
               display "No installment plan staged for " payTerm
                   " -- the balance is due in full."
           ELSE
               IF wsLateTotal > TA-TOTAL
                   MOVE 0 TO instBase
               ELSE
                   COMPUTE instBase = TA-TOTAL - wsLateTotal
               END-IF
               MOVE TA-PAID TO instPaid
               perform SPLIT-ASSESSMENT
               display " "
               display "NO INSTALLMNT DUE          AMOUNT "
                   "      PAID    BALANCE"
               PERFORM VARYING instIdx FROM 1 BY 1
                       UNTIL instIdx > instCount
                   MOVE instAmount(instIdx) TO dispAmount
                   MOVE instApplied(instIdx) TO dispPaid
                   MOVE instOwing(instIdx) TO dispOwing
                   display " " instIdx " " instName(instIdx) " "
                       instDue(instIdx) " " dispAmount " "
                       dispPaid " " dispOwing
               END-PERFORM
           END-IF

           IF wsLateCount > 0
               display " "
               display "LATE SURCHARGES"
               perform LIST-LATE-FEES
           END-IF

           COMPUTE wsBalance = TA-TOTAL - TA-PAID
           MOVE TA-PAID TO dispAmount
           MOVE wsBalance TO dispBalance
           display " "
           display "Total paid:     " dispAmount
           display "Balance owing: " dispBalance
           perform PRINT-REPORT-FOOTER.

      *> Leaves the student's assessment for the term in
      *> ASSESSMENT-REC, wsFound "N" when there is none.
       FIND-ASSESSMENT.
           move "N" to wsFound
           move "N" to wsEOF
           OPEN INPUT ASSESSMENT-FILE
           IF wsTaStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ ASSESSMENT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF TA-STUID = payStuId
                           AND TA-TERM = payTerm
                           MOVE "Y" TO wsFound
                           MOVE "Y" TO wsEOF
                       END-IF
               END-READ
           END-PERFORM
           IF wsTaStatus = "00" OR wsTaStatus = "10"
               CLOSE ASSESSMENT-FILE
           END-IF.

       TOTAL-LATE-FEES.
           MOVE 0 TO wsLateTotal
           MOVE 0 TO wsLateCount
           move "N" to wsEOF
           OPEN INPUT LATE-FEE-FILE
           IF wsLfStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ LATE-FEE-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF LF-STUID = payStuId AND LF-TERM = payTerm
                           ADD 1 TO wsLateCount
                           ADD LF-AMOUNT TO wsLateTotal
                       END-IF
               END-READ
           END-PERFORM
           IF wsLfStatus = "00" OR wsLfStatus = "10"
               CLOSE LATE-FEE-FILE
           END-IF.

       LIST-LATE-FEES.
           move "N" to wsEOF
           OPEN INPUT LATE-FEE-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ LATE-FEE-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF LF-STUID = payStuId AND LF-TERM = payTerm
                           MOVE LF-BEHIND TO dispPaid
                           MOVE LF-AMOUNT TO dispAmount
                           display " " LF-INSTNO " charged " LF-DATE
                               "  behind " dispPaid
                               "  surcharge " dispAmount
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LATE-FEE-FILE.

      *> The same test PERMRUN applies: paid through the period's
      *> installment on the plan split, late surcharges aside.
       ISSUE-PERMIT-AT-WINDOW.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Student ID: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute payStuId = function numval(WS-VALID-BUFFER)
           display "Term (e.g. 2025-1): " with no advancing
           accept payTerm

           perform FIND-ASSESSMENT
           IF wsFound = "N"
               display "No assessment for #" payStuId " in "
                   payTerm " -- no permit."
               EXIT PARAGRAPH
           END-IF
           MOVE payTerm TO instTerm
           perform LOAD-INSTALLMENT-PLAN
           IF instFound = "N"
               display "No installment plan staged for " payTerm
                   " -- no grading periods to permit."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING instIdx FROM 1 BY 1
                   UNTIL instIdx > instCount
               display instIdx ". " instName(instIdx) " due "
                   instDue(instIdx)
           END-PERFORM
           MOVE 0 TO pickPeriod
           PERFORM UNTIL pickPeriod >= 1 AND pickPeriod <= instCount
               move "N" to WS-VALID-OK
               perform until VALID-NUMERIC-INPUT
                   display "Grading period (installment number): "
                       with no advancing
                   accept WS-VALID-BUFFER
                   perform VALIDATE-NUMERIC-INPUT
               end-perform
               compute pickPeriod = function numval(WS-VALID-BUFFER)
           END-PERFORM

           MOVE payTerm TO permTerm
           MOVE pickPeriod TO permPeriod
           MOVE payStuId TO permStuId
           perform FIND-EXAM-PERMIT
           IF permNo NOT = 0
               display TA-SNAME " already holds permit #" permNo
                   " for " instName(pickPeriod) "."
               EXIT PARAGRAPH
           END-IF

           perform TOTAL-LATE-FEES
           IF wsLateTotal > TA-TOTAL
               MOVE 0 TO instBase
           ELSE
               COMPUTE instBase = TA-TOTAL - wsLateTotal
           END-IF
           MOVE TA-PAID TO instPaid
           perform SPLIT-ASSESSMENT
           IF TA-PAID < instCumDue(pickPeriod)
               COMPUTE wsBalance = instCumDue(pickPeriod) - TA-PAID
               MOVE wsBalance TO dispBalance
               display "Not paid through " instName(pickPeriod)
                   " -- " dispBalance " still due. No permit."
               EXIT PARAGRAPH
           END-IF

           perform FIND-STUDENT-SECTION
           MOVE BL-SECTION TO permSection
           MOVE TA-SNAME TO permSName
           MOVE instName(pickPeriod) TO permPeriodName
           MOVE wsCashier TO permIssuer
           OPEN EXTEND PERMIT-PRINT-FILE
           IF wsPpStatus = "35"
               OPEN OUTPUT PERMIT-PRINT-FILE
               CLOSE PERMIT-PRINT-FILE
               OPEN EXTEND PERMIT-PRINT-FILE
           END-IF
           perform ISSUE-EXAM-PERMIT
           CLOSE PERMIT-PRINT-FILE
           display "Permit #" permNo " issued to " TA-SNAME " for "
               instName(pickPeriod) ".".
