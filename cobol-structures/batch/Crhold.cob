      *> Credit-hold queue: the sales lines SEQ7 kept back because
      *> the customer's open balance plus the new invoice would have
      *> gone over the credit limit on the customer master. Mode 1
      *> lists what is waiting. Mode 2 is the supervisor's desk --
      *> proven against OPERPROF.DAT's class, the GRCHREQ way -- to
      *> release a hold or cancel it; every decision lands on the
      *> append-only CRHLOG.DAT with the supervisor, the time, and
      *> the reason keyed. A released line goes back into SALES.DAT
      *> (left where it is when it is still there, appended
      *> otherwise, as SUSPREP resubmits) and SEQ7 posts it past the
      *> limit on its next run; a cancelled line never posts, and
      *> when it was a backorder BOFILL had released, that backorder
      *> is cancelled with it so its units go back to the shelf for
      *> the next customer in line. Mode 3 lists the decision log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRHOLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-HOLD-FILE ASSIGN TO "CREDHOLD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsChStatus.

           SELECT CREDIT-HOLD-WORK-FILE ASSIGN TO "CRHWORK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT CREDIT-HOLD-LOG-FILE ASSIGN TO "CRHLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsClStatus.

           SELECT SALES-TRANS-FILE ASSIGN TO "SALES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsStStatus.

           SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsOpStatus.

           SELECT BACKORDER-FILE ASSIGN TO "BACKORD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsBoStatus.

           SELECT BACKORDER-WORK-FILE ASSIGN TO "CRHBOWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD CREDIT-HOLD-FILE.
           COPY CREDHOLD.

      *> Cut wider than the 146-byte hold record so the copy pass
      *> can never shave the tail of the line image.
           FD CREDIT-HOLD-WORK-FILE.
           01 CREDIT-HOLD-WORK-REC PIC X(150).

           FD CREDIT-HOLD-LOG-FILE.
           COPY CRHLOG.

           FD SALES-TRANS-FILE.
           COPY SALESTRN.

           FD OPERATOR-PROFILE-FILE.
           COPY OPERPROF.

           FD BACKORDER-FILE.
           COPY BACKORD.

      *> Cut wider than the 159-byte backorder record, as BOFILL's.
           FD BACKORDER-WORK-FILE.
           01 BACKORDER-WORK-REC PIC X(160).

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsEOF pic X value "N".
           01 wsChStatus pic X(2).
           01 wsClStatus pic X(2).
           01 wsStStatus pic X(2).
           01 wsOpStatus pic X(2).
           01 wsBoStatus pic X(2).
           01 wsBoCancelled pic X.

           01 wsOperator pic X(8).
           01 wsIsSuper pic X value "N".
           01 wsProfEOF pic X.

           01 pickHoldNo pic 9(6).
           01 wsDecision pic X.
           01 wsReason pic X(30).
           01 wsFound pic X.
           01 wsHoldCust pic 9(6).
           01 wsHoldAmount pic S9(7)V99.
           01 wsHoldImage pic X(80).
           01 wsInSales pic X.
           01 wsOpenCount pic 9(5) value 0.

           01 dispCount pic ZZ,ZZ9.
           01 dispAmount pic $Z,ZZZ,ZZ9.99-.
           01 dispExposure pic $ZZZ,ZZZ,ZZ9.99-.
           01 dispLimit pic $Z,ZZZ,ZZ9.99.

           COPY NUMCHECK.
           COPY RPTHDR.

       PROCEDURE DIVISION.

           display "Operator ID: " with no advancing.
           accept wsOperator.
           perform CHECK-OPERATOR-CLASS.

           move "Credit Hold Queue" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           display "1. List held sales lines".
           display "2. Release or cancel held lines (supervisor)".
           display "3. List the decision log".
           display "Select mode: " with no advancing.
           accept wsMode.

           evaluate wsMode
               when 1
                   perform LIST-HOLDS
               when 2
                   perform DECIDE-HOLDS
               when 3
                   perform LIST-DECISION-LOG
               when other
                   display "Invalid selection."
           end-evaluate.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.

      *> The supervisor class comes off the operator profile, the
      *> same file MENU signs on against; with no profile file on
      *> disk the bootstrap rule MENU uses applies here too.
       CHECK-OPERATOR-CLASS.
           MOVE "N" TO wsIsSuper
           MOVE "N" TO wsProfEOF
           OPEN INPUT OPERATOR-PROFILE-FILE
           IF wsOpStatus NOT = "00"
               display "No operator profile file on disk --"
                   " treating the operator as supervisor."
               MOVE "Y" TO wsIsSuper
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsProfEOF = "Y"
               READ OPERATOR-PROFILE-FILE
                   AT END
                       MOVE "Y" TO wsProfEOF
                   NOT AT END
                       IF OP-ID = wsOperator
                           IF OP-SUPERVISOR
                               MOVE "Y" TO wsIsSuper
                           END-IF
                           MOVE "Y" TO wsProfEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-PROFILE-FILE.

      *> Held lines wait on a decision; released ones are shown too
      *> until SEQ7 has actually posted them, so a release that has
      *> not gone through yet is never out of sight.
       LIST-HOLDS.
           MOVE 0 TO wsOpenCount
           MOVE "N" TO wsEOF
           OPEN INPUT CREDIT-HOLD-FILE
           IF wsChStatus NOT = "00"
               display "No credit holds on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ CREDIT-HOLD-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF CH-IS-HELD OR CH-IS-RELEASED
                           ADD 1 TO wsOpenCount
                           MOVE CH-AMOUNT TO dispAmount
                           MOVE CH-EXPOSURE TO dispExposure
                           MOVE CH-LIMIT TO dispLimit
                           display "Hold #" CH-HOLDNO " ["
                               CH-STATUS "] " CH-BUSDATE
                               " line " CH-RECNUM
                               " customer #" CH-CUST
                           display "  invoice " dispAmount
                               " owed " dispExposure
                               " limit " dispLimit
                           display "  " CH-IMAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDIT-HOLD-FILE
           MOVE wsOpenCount TO dispCount
           display dispCount " line(s) held or awaiting posting.".

       DECIDE-HOLDS.
           IF wsIsSuper NOT = "Y"
               display "Release and cancel are supervisor-only --"
                   " operator " wsOperator " is not class S."
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               move "N" to WS-VALID-OK
               perform until VALID-NUMERIC-INPUT
                   display "Hold number to decide (0 ends): "
                       with no advancing
                   accept WS-VALID-BUFFER
                   perform VALIDATE-NUMERIC-INPUT
               end-perform
               compute pickHoldNo =
                   function numval(WS-VALID-BUFFER)
               IF pickHoldNo = 0
                   EXIT PERFORM
               END-IF
               move spaces to wsDecision
               PERFORM UNTIL wsDecision = "R"
                       OR wsDecision = "C"
                   display "Release or Cancel? (R/C): "
                       with no advancing
                   accept wsDecision
                   move function upper-case(wsDecision)
                       to wsDecision
               END-PERFORM
               display "Reason: " with no advancing
               move spaces to wsReason
               accept wsReason
               perform DECIDE-ONE-HOLD
           END-PERFORM.

       DECIDE-ONE-HOLD.
           move "N" to wsFound
           move "N" to wsEOF
           OPEN INPUT CREDIT-HOLD-FILE
           IF wsChStatus NOT = "00"
               display "No credit holds on file."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CREDIT-HOLD-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ CREDIT-HOLD-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF CH-HOLDNO = pickHoldNo
                           AND CH-IS-HELD
                           MOVE "Y" TO wsFound
                           MOVE wsDecision TO CH-STATUS
                           MOVE CH-CUST TO wsHoldCust
                           MOVE CH-AMOUNT TO wsHoldAmount
                           MOVE CH-IMAGE TO wsHoldImage
                       END-IF
                       MOVE CREDIT-HOLD-REC TO CREDIT-HOLD-WORK-REC
                       WRITE CREDIT-HOLD-WORK-REC
               END-READ
           END-PERFORM
           CLOSE CREDIT-HOLD-FILE
           CLOSE CREDIT-HOLD-WORK-FILE
           MOVE "N" TO wsEOF

           IF wsFound = "N"
               display "Hold #" pickHoldNo
                   " is not held (or not on file)."
               EXIT PARAGRAPH
           END-IF

           perform COPY-HOLDS-BACK
           perform WRITE-DECISION-LOG
           IF wsDecision = "R"
               perform RESUBMIT-TO-SALES
               display "Hold #" pickHoldNo " released -- SEQ7"
                   " posts the line on its next run."
           ELSE
               display "Hold #" pickHoldNo " cancelled -- the"
                   " line will not post."
               perform CANCEL-RELEASED-BACKORDER
           END-IF.

       COPY-HOLDS-BACK.
           move "N" to wsEOF
           OPEN INPUT CREDIT-HOLD-WORK-FILE
           OPEN OUTPUT CREDIT-HOLD-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ CREDIT-HOLD-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE CREDIT-HOLD-WORK-REC TO CREDIT-HOLD-REC
                       WRITE CREDIT-HOLD-REC
               END-READ
           END-PERFORM
           CLOSE CREDIT-HOLD-WORK-FILE
           CLOSE CREDIT-HOLD-FILE
           MOVE "N" TO wsEOF.

       WRITE-DECISION-LOG.
           OPEN EXTEND CREDIT-HOLD-LOG-FILE
           IF wsClStatus = "35"
               OPEN OUTPUT CREDIT-HOLD-LOG-FILE
               CLOSE CREDIT-HOLD-LOG-FILE
               OPEN EXTEND CREDIT-HOLD-LOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO CL-TIMESTAMP
           MOVE wsOperator TO CL-OPERATOR
           MOVE pickHoldNo TO CL-HOLDNO
           MOVE wsHoldCust TO CL-CUST
           MOVE wsHoldAmount TO CL-AMOUNT
           MOVE wsDecision TO CL-ACTION
           MOVE wsReason TO CL-REASON
           WRITE CREDIT-HOLD-LOG-REC
           CLOSE CREDIT-HOLD-LOG-FILE.

      *> The held line normally still sits in SALES.DAT where SEQ7
      *> left it, and the next run finds it there; when the day's
      *> file has been replaced since, the line is appended so the
      *> release still reaches the posting.
       RESUBMIT-TO-SALES.
           MOVE "N" TO wsInSales
           MOVE "N" TO wsEOF
           OPEN INPUT SALES-TRANS-FILE
           IF wsStStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ SALES-TRANS-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF SALES-TRANS-REC = wsHoldImage
                           MOVE "Y" TO wsInSales
                           MOVE "Y" TO wsEOF
                       END-IF
               END-READ
           END-PERFORM
           IF wsStStatus = "00" OR wsStStatus = "10"
               CLOSE SALES-TRANS-FILE
           END-IF
           MOVE "N" TO wsEOF
           IF wsInSales = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND SALES-TRANS-FILE
           IF wsStStatus = "35"
               OPEN OUTPUT SALES-TRANS-FILE
               CLOSE SALES-TRANS-FILE
               OPEN EXTEND SALES-TRANS-FILE
           END-IF
           MOVE wsHoldImage TO SALES-TRANS-REC
           WRITE SALES-TRANS-REC
           CLOSE SALES-TRANS-FILE.

      *> A held line that came off a released backorder carries the
      *> backorder's image, and the backorder waits at released for
      *> SEQ7 to post it; with the line cancelled it never will, so
      *> it is cancelled too, or BOFILL would count its units as
      *> promised for good.
       CANCEL-RELEASED-BACKORDER.
           MOVE "N" TO wsBoCancelled
           MOVE "N" TO wsEOF
           OPEN INPUT BACKORDER-FILE
           IF wsBoStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BACKORDER-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ BACKORDER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF BO-IS-RELEASED AND wsBoCancelled = "N"
                           AND BO-IMAGE = wsHoldImage
                           SET BO-IS-CANCELLED TO TRUE
                           MOVE "Y" TO wsBoCancelled
                           display "Backorder #" BO-BONO
                               " cancelled with it -- its "
                               BO-QTY " unit(s) are free again."
                       END-IF
                       MOVE SPACES TO BACKORDER-WORK-REC
                       MOVE BACKORDER-REC TO BACKORDER-WORK-REC
                       WRITE BACKORDER-WORK-REC
               END-READ
           END-PERFORM
           CLOSE BACKORDER-FILE
           CLOSE BACKORDER-WORK-FILE

           MOVE "N" TO wsEOF
           OPEN INPUT BACKORDER-WORK-FILE
           OPEN OUTPUT BACKORDER-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ BACKORDER-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE BACKORDER-WORK-REC TO BACKORDER-REC
                       WRITE BACKORDER-REC
               END-READ
           END-PERFORM
           CLOSE BACKORDER-WORK-FILE
           CLOSE BACKORDER-FILE
           MOVE "N" TO wsEOF.

       LIST-DECISION-LOG.
           MOVE "N" TO wsEOF
           OPEN INPUT CREDIT-HOLD-LOG-FILE
           IF wsClStatus NOT = "00"
               display "No credit-hold decisions on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ CREDIT-HOLD-LOG-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE CL-AMOUNT TO dispAmount
                       display CL-TIMESTAMP " " CL-OPERATOR
                           " hold #" CL-HOLDNO " ["
                           CL-ACTION "] customer #" CL-CUST " "
                           dispAmount " ("
                           function trim(CL-REASON) ")"
               END-READ
           END-PERFORM
           CLOSE CREDIT-HOLD-LOG-FILE.
