      *> Dunning run. Every customer on the master is aged off the
      *> open items on ARLEDGER.DAT the way ARAGE ages them, and the
      *> oldest item still owing sets the level the customer has
      *> earned: a reminder past 30 days, a firm notice past 60, a
      *> final demand past 90. DUNNING.DAT remembers the last level
      *> sent, so a letter only prints when the customer has moved
      *> up a level since -- the next run escalates instead of
      *> resending. A customer with nothing past due any more has
      *> the level cleared. Letters go to DUNLTR.PRT one to a page
      *> with the overdue invoices listed; the level file is
      *> rewritten through a work-file copy pass.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNRUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CU-CNUM
               FILE STATUS wsCuStatus.

           SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsArStatus.

           SELECT DUNNING-FILE ASSIGN TO "DUNNING.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsDnStatus.

           SELECT DUNNING-WORK-FILE ASSIGN TO "DUNWORK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT LETTER-PRINT-FILE ASSIGN TO "DUNLTR.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD CUSTOMER-MASTER.
           COPY CUSTMAST.

           FD AR-LEDGER-FILE.
           COPY ARLEDGER.

           FD DUNNING-FILE.
           COPY DUNNING.

      *> Cut wider than the 15-byte level record so the copy pass
      *> can never shave the tail.
           FD DUNNING-WORK-FILE.
           01 DUNNING-WORK-REC PIC X(30).

           FD LETTER-PRINT-FILE.
           01 LETTER-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsFileEOF pic X.
           01 wsCuStatus pic X(2).
           01 wsArStatus pic X(2).
           01 wsDnStatus pic X(2).

           01 wsToday pic 9(8).
           01 wsTodayInt pic 9(8).
           01 wsItemInt pic 9(8).
           01 wsAgeDays pic S9(5).
           01 wsOldestDays pic S9(5).
           01 wsBalance pic S9(8)v99.
           01 wsOverdue pic S9(9)v99.

           01 wsPriorLevel pic 9.
           01 wsPriorDate pic 9(8).
           01 wsNewLevel pic 9.

           01 wsLettersSent pic 9(5) value 0.
           01 wsHeldLevel pic 9(5) value 0.
           01 wsResetCount pic 9(5) value 0.
           01 wsLevelCount pic 9(5) value 0.
           01 wsLtrLine pic X(80) value spaces.

           01 dispBalance pic z,zzz,zz9.99-.
           01 dispOverdue pic $zzz,zzz,zz9.99-.
           01 dispDays pic zzzz9.
           01 dispCount pic ZZ,ZZ9.

           COPY RPTHDR.

       PROCEDURE DIVISION.

           OPEN INPUT CUSTOMER-MASTER
           IF wsCuStatus NOT = "00"
               display "Customer master not on file -- load it with"
                   " CUSTMAINT first."
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday
           COMPUTE wsTodayInt = FUNCTION INTEGER-OF-DATE(wsToday)

           move "Dunning Run" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           display "CUSTOMER  NAME                  DAYS  WAS  NOW"
               "  ACTION"

           OPEN OUTPUT DUNNING-WORK-FILE
           OPEN OUTPUT LETTER-PRINT-FILE
           MOVE LOW-VALUES TO CU-CNUM
           START CUSTOMER-MASTER KEY NOT < CU-CNUM
               INVALID KEY
                   MOVE "Y" TO wsEOF
           END-START
           PERFORM UNTIL wsEOF = "Y"
               READ CUSTOMER-MASTER NEXT
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       perform DUN-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE LETTER-PRINT-FILE
           CLOSE DUNNING-WORK-FILE
           CLOSE CUSTOMER-MASTER

           perform COPY-DUNNING-BACK

           display " "
           MOVE wsLettersSent TO dispCount
           display "Letters printed:        " dispCount
           MOVE wsHeldLevel TO dispCount
           display "Already at their level: " dispCount
           MOVE wsResetCount TO dispCount
           display "Levels cleared:         " dispCount
           MOVE wsLevelCount TO dispCount
           display "Customers in dunning:   " dispCount
           IF wsLettersSent > 0
               display "Letters are on DUNLTR.PRT."
           END-IF
           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY RPTHDRPR.

       DUN-ONE-CUSTOMER.
           perform FIND-PRIOR-LEVEL
           perform FIND-OLDEST-OVERDUE
           EVALUATE TRUE
               WHEN wsOldestDays > 90
                   MOVE 3 TO wsNewLevel
               WHEN wsOldestDays > 60
                   MOVE 2 TO wsNewLevel
               WHEN wsOldestDays > 30
                   MOVE 1 TO wsNewLevel
               WHEN OTHER
                   MOVE 0 TO wsNewLevel
           END-EVALUATE

           IF wsNewLevel = 0 AND wsPriorLevel = 0
               EXIT PARAGRAPH
           END-IF

           MOVE wsOldestDays TO dispDays
           IF wsNewLevel = 0
               ADD 1 TO wsResetCount
               display "#" CU-CNUM "   " CU-CNAME "  " dispDays
                   "    " wsPriorLevel "    0  CLEARED"
               EXIT PARAGRAPH
           END-IF

      *> Never steps back down while anything is still past due:
      *> the level already sent stands until the customer is
      *> current, so a part payment does not restart the cycle.
           ADD 1 TO wsLevelCount
           MOVE CU-CNUM TO DN-CUST
           IF wsNewLevel > wsPriorLevel
               MOVE wsNewLevel TO DN-LEVEL
               MOVE wsToday TO DN-DATE
               perform PRINT-DUNNING-LETTER
               ADD 1 TO wsLettersSent
               display "#" CU-CNUM "   " CU-CNAME "  " dispDays
                   "    " wsPriorLevel "    " wsNewLevel
                   "  LETTER"
           ELSE
               MOVE wsPriorLevel TO DN-LEVEL
               MOVE wsPriorDate TO DN-DATE
               ADD 1 TO wsHeldLevel
               display "#" CU-CNUM "   " CU-CNAME "  " dispDays
                   "    " wsPriorLevel "    " wsPriorLevel
                   "  SENT " wsPriorDate
           END-IF
           MOVE DUNNING-REC TO DUNNING-WORK-REC
           WRITE DUNNING-WORK-REC.

       FIND-PRIOR-LEVEL.
           MOVE 0 TO wsPriorLevel
           MOVE 0 TO wsPriorDate
           MOVE "N" TO wsFileEOF
           OPEN INPUT DUNNING-FILE
           IF wsDnStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsFileEOF = "Y"
               READ DUNNING-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       IF DN-CUST = CU-CNUM
                           MOVE DN-LEVEL TO wsPriorLevel
                           MOVE DN-DATE TO wsPriorDate
                           MOVE "Y" TO wsFileEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DUNNING-FILE.

      *> Only items still owing count -- a credit memo's negative
      *> balance is never overdue.
       FIND-OLDEST-OVERDUE.
           MOVE 0 TO wsOldestDays
           MOVE 0 TO wsOverdue
           MOVE "N" TO wsFileEOF
           OPEN INPUT AR-LEDGER-FILE
           IF wsArStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsFileEOF = "Y"
               READ AR-LEDGER-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       IF AR-CUST = CU-CNUM AND AR-IS-OPEN
                           perform AGE-ONE-ITEM
                           IF wsBalance > 0 AND wsAgeDays > 30
                               ADD wsBalance TO wsOverdue
                               IF wsAgeDays > wsOldestDays
                                   MOVE wsAgeDays TO wsOldestDays
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE.

       AGE-ONE-ITEM.
           COMPUTE wsBalance = AR-AMOUNT - AR-PAID
           COMPUTE wsItemInt = FUNCTION INTEGER-OF-DATE(AR-BUSDATE)
           COMPUTE wsAgeDays = wsTodayInt - wsItemInt.

       PRINT-DUNNING-LETTER.
           MOVE ALL "=" TO wsLtrLine
           perform WRITE-LETTER-LINE
           EVALUATE TRUE
               WHEN DN-IS-FINAL
                   MOVE "  FINAL DEMAND FOR PAYMENT" TO wsLtrLine
               WHEN DN-IS-FIRM
                   MOVE "  NOTICE OF OVERDUE ACCOUNT" TO wsLtrLine
               WHEN OTHER
                   MOVE "  PAYMENT REMINDER" TO wsLtrLine
           END-EVALUATE
           MOVE wsToday TO wsLtrLine(60:8)
           perform WRITE-LETTER-LINE
           perform WRITE-LETTER-LINE
           STRING "  " CU-CNAME "   CUSTOMER #" CU-CNUM
               DELIMITED BY SIZE INTO wsLtrLine
           perform WRITE-LETTER-LINE
           STRING "  " CU-ADDRESS
               DELIMITED BY SIZE INTO wsLtrLine
           perform WRITE-LETTER-LINE
           perform WRITE-LETTER-LINE
           EVALUATE TRUE
               WHEN DN-IS-FINAL
                   MOVE "  The invoices below are more than 90 days"
                       & " past due despite our earlier"
                       TO wsLtrLine
                   perform WRITE-LETTER-LINE
                   MOVE "  notices. Unless payment in full reaches"
                       & " us within 7 days the account"
                       TO wsLtrLine
                   perform WRITE-LETTER-LINE
                   MOVE "  will be placed on hold and referred for"
                       & " collection." TO wsLtrLine
                   perform WRITE-LETTER-LINE
               WHEN DN-IS-FIRM
                   MOVE "  The invoices below are more than 60 days"
                       & " past due and our reminder"
                       TO wsLtrLine
                   perform WRITE-LETTER-LINE
                   MOVE "  has gone unanswered. Please remit the"
                       & " overdue amount within 14 days."
                       TO wsLtrLine
                   perform WRITE-LETTER-LINE
               WHEN OTHER
                   MOVE "  Our records show the invoices below are"
                       & " now past due. If payment is"
                       TO wsLtrLine
                   perform WRITE-LETTER-LINE
                   MOVE "  already on its way please disregard this"
                       & " reminder." TO wsLtrLine
                   perform WRITE-LETTER-LINE
           END-EVALUATE
           perform WRITE-LETTER-LINE
           MOVE "  INVOICE   DATE        DAYS        BALANCE"
               TO wsLtrLine
           perform WRITE-LETTER-LINE
           MOVE ALL "-" TO wsLtrLine
           perform WRITE-LETTER-LINE
           perform LIST-OVERDUE-ITEMS
           MOVE ALL "-" TO wsLtrLine
           perform WRITE-LETTER-LINE
           MOVE wsOverdue TO dispOverdue
           STRING "  TOTAL PAST DUE           " dispOverdue
               DELIMITED BY SIZE INTO wsLtrLine
           perform WRITE-LETTER-LINE
           MOVE ALL "=" TO wsLtrLine
           perform WRITE-LETTER-LINE
           perform WRITE-LETTER-LINE.

       LIST-OVERDUE-ITEMS.
           MOVE "N" TO wsFileEOF
           OPEN INPUT AR-LEDGER-FILE
           IF wsArStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsFileEOF = "Y"
               READ AR-LEDGER-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       IF AR-CUST = CU-CNUM AND AR-IS-OPEN
                           perform AGE-ONE-ITEM
                           IF wsBalance > 0 AND wsAgeDays > 30
                               MOVE wsAgeDays TO dispDays
                               MOVE wsBalance TO dispBalance
                               STRING "  " AR-INVNO "    "
                                   AR-BUSDATE "  " dispDays
                                   "  " dispBalance
                                   DELIMITED BY SIZE INTO wsLtrLine
                               perform WRITE-LETTER-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE.

       WRITE-LETTER-LINE.
           MOVE wsLtrLine TO LETTER-PRINT-REC
           WRITE LETTER-PRINT-REC
           MOVE SPACES TO wsLtrLine.

       COPY-DUNNING-BACK.
           MOVE "N" TO wsFileEOF
           OPEN INPUT DUNNING-WORK-FILE
           OPEN OUTPUT DUNNING-FILE
           PERFORM UNTIL wsFileEOF = "Y"
               READ DUNNING-WORK-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       MOVE DUNNING-WORK-REC TO DUNNING-REC
                       WRITE DUNNING-REC
               END-READ
           END-PERFORM
           CLOSE DUNNING-WORK-FILE
           CLOSE DUNNING-FILE.
