      *> the way STUMAINT rewrites the roster) and the item flips to
      *> paid once the payment covers it. Short payments leave the
      *> item open with the balance showing, which is exactly what
      *> the aging report then ages. Every payment applied also
      *> lands on the payment history the customer statements read,
      *> and a payment that leaves the customer with nothing past
      *> due clears their dunning level so the next slip starts
      *> again from a reminder. Payments post under the business
      *> date off the processing calendar, the date the rest of the
      *> batch books under, not the wall-clock date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCASH.

           SELECT AR-WORK-FILE ASSIGN TO "ARWORK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT AR-PAYMENT-FILE ASSIGN TO "ARPAYHIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPhStatus.

           SELECT DUNNING-FILE ASSIGN TO "DUNNING.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsDnStatus.

           SELECT DUNNING-WORK-FILE ASSIGN TO "DUNWORK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsCaStatus.

       DATA DIVISION.
           FILE SECTION.
           FD AR-LEDGER-FILE.
           FD AR-WORK-FILE.
           01 AR-WORK-REC PIC X(50).

           FD AR-PAYMENT-FILE.
           COPY ARPAYHIS.

           FD DUNNING-FILE.
           COPY DUNNING.

           FD DUNNING-WORK-FILE.
           01 DUNNING-WORK-REC PIC X(30).

           FD CALENDAR-FILE.
           COPY CALREC.

           WORKING-STORAGE SECTION.
           01 wsAgain pic X value "Y".
           01 wsEOF pic X value "N".
           01 wsArStatus pic X(2).
           01 wsFound pic X value "N".
           01 wsPhStatus pic X(2).
           01 wsPayCust pic 9(6).

           01 payInvNo pic 9(6).
           01 payAmount pic 9(7)v99.

           COPY NUMCHECK.
           COPY RPTHDR.
           COPY CALWS.
           COPY DUNCLRWS.

       PROCEDURE DIVISION.

           move "Receivable Cashier" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           perform GET-BUSINESS-DATE

           PERFORM UNTIL wsAgain NOT = "Y"
               perform POST-ONE-PAYMENT

           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY CALPR.

       POST-ONE-PAYMENT.
           move "N" to WS-VALID-OK
           compute payAmount = function numval(WS-VALID-BUFFER)

           perform APPLY-PAYMENT
           EVALUATE wsFound
               WHEN "N"
                   display "Invoice #" payInvNo
                       " is not on the receivable ledger."
               WHEN "W"
                   display "Invoice #" payInvNo
                       " was written off -- post the cash as a"
                       " recovery through ARWOFF."
               WHEN OTHER
                   perform WRITE-PAYMENT-HISTORY
                   MOVE wsPayCust TO wsDunCust
                   perform CLEAR-DUNNING-IF-CURRENT
           END-EVALUATE.

      *> The whole ledger copies through the work file with the
      *> payment applied at the matching invoice, then copies back,
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF AR-INVNO = payInvNo
                           AND AR-IS-WRITTEN-OFF
                           MOVE "W" TO wsFound
                       END-IF
                       IF AR-INVNO = payInvNo
                           AND NOT AR-IS-WRITTEN-OFF
                           MOVE "Y" TO wsFound
                           MOVE AR-CUST TO wsPayCust
                           ADD payAmount TO AR-PAID
                           COMPUTE wsBalance =
                               AR-AMOUNT - AR-PAID
           END-PERFORM
           CLOSE AR-WORK-FILE
           CLOSE AR-LEDGER-FILE.

       WRITE-PAYMENT-HISTORY.
           OPEN EXTEND AR-PAYMENT-FILE
           IF wsPhStatus = "35"
               OPEN OUTPUT AR-PAYMENT-FILE
               CLOSE AR-PAYMENT-FILE
               OPEN EXTEND AR-PAYMENT-FILE
           END-IF
           MOVE wsBusDate TO PH-DATE
           MOVE wsPayCust TO PH-CUST
           MOVE payInvNo TO PH-INVNO
           MOVE payAmount TO PH-AMOUNT
           MOVE "ARCASH" TO PH-SOURCE
           WRITE AR-PAYMENT-REC
           CLOSE AR-PAYMENT-FILE.

           COPY DUNCLRPR.
