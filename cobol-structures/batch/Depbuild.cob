      *> Daily deposit make-up for the money coming in. Mode 1
      *> builds the deposit for a collection day: every official
      *> receipt the cashier cut that day on ORJOURNL.DAT and every
      *> AR payment ARCASH posted that day on ARPAYHIS.DAT, less
      *> anything already on an earlier deposit, goes on one slip
      *> numbered off DEPCTL.DAT. Each receipt and payment is
      *> written to DEPITEM.DAT under the slip number, the slip is
      *> written to DEPOSIT.DAT with its totals, and the slip
      *> itself prints to DEPSLIP.PRT for the bag. Lockbox payments
      *> and write-off adjustments never pass through the drawer
      *> and are left off. A receipt keyed after the day's deposit
      *> was made goes on a second slip for the same day. Mode 2
      *> traces one deposit back to its OR numbers and AR payments;
      *> mode 3 lists the deposits made.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPBUILD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OR-JOURNAL-FILE ASSIGN TO "ORJOURNL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsOjStatus.

           SELECT AR-PAYMENT-FILE ASSIGN TO "ARPAYHIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPhStatus.

           SELECT DEPOSIT-FILE ASSIGN TO "DEPOSIT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsDpStatus.

           SELECT DEPOSIT-ITEM-FILE ASSIGN TO "DEPITEM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsDiStatus.

           SELECT DEPOSIT-CONTROL-FILE ASSIGN TO "DEPCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsDcStatus.

           SELECT REPORT-PRINT-FILE ASSIGN TO "DEPSLIP.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD OR-JOURNAL-FILE.
           COPY ORJOURNL.

           FD AR-PAYMENT-FILE.
           COPY ARPAYHIS.

           FD DEPOSIT-FILE.
           COPY DEPOSIT.

           FD DEPOSIT-ITEM-FILE.
           COPY DEPITEM.

           FD DEPOSIT-CONTROL-FILE.
           01 DEPOSIT-CONTROL-REC.
               05 DC-NEXT-DEPNO PIC 9(6).

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsAgain pic X value "Y".
           01 wsEOF pic X value "N".
           01 wsOjStatus pic X(2).
           01 wsPhStatus pic X(2).
           01 wsDpStatus pic X(2).
           01 wsDiStatus pic X(2).
           01 wsDcStatus pic X(2).
           01 wsConfirm pic X.
           01 wsToday pic 9(8).

           01 pickDate pic 9(8).
           01 pickDepNo pic 9(6).
           01 wsNextDepNo pic 9(6).
           01 wsWriteItems pic X.
           01 wsPhLine pic 9(6).
           01 wsFound pic X.

      *> Receipts and payments for the day already on a deposit.
           01 wsDoneMax pic 9(4) value 3000.
           01 wsDoneCount pic 9(4) value 0.
           01 doneIdx pic 9(4).
           01 wsDoneTable.
               05 wsDoneEntry OCCURS 3000 TIMES.
                   10 doneSource pic X(2).
                   10 doneRef pic 9(6).
           01 wsChkSource pic X(2).
           01 wsChkRef pic 9(6).

           01 depOrCount pic 9(4).
           01 depOrTotal pic 9(9)v99.
           01 depArCount pic 9(4).
           01 depArTotal pic S9(9)v99.
           01 depTotal pic S9(9)v99.

           01 dispAmount pic ZZZ,ZZ9.99-.
           01 dispTotal pic ZZ,ZZZ,ZZ9.99-.
           01 dispCount pic Z,ZZ9.

           COPY NUMCHECK.
           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           move "Deposit Make-Up" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday

           PERFORM UNTIL wsAgain NOT = "Y"
               display " "
               display "1. Build the deposit for a collection day"
               display "2. Trace a deposit"
               display "3. List deposits"
               display "0. Exit"
               display "Select mode: " with no advancing
               accept wsMode

               evaluate wsMode
                   when 1
                       perform BUILD-DEPOSIT
                   when 2
                       perform TRACE-DEPOSIT
                   when 3
                       perform LIST-DEPOSITS
                   when 0
                       move "N" to wsAgain
                   when other
                       display "Invalid selection."
               end-evaluate
           END-PERFORM.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY RPTPRTPR.

       BUILD-DEPOSIT.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Collection date (YYYYMMDD, 0 = today): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute pickDate = function numval(WS-VALID-BUFFER)
           IF pickDate = 0
               MOVE wsToday TO pickDate
           END-IF

           perform LOAD-DEPOSITED-ITEMS
           IF wsDoneCount > wsDoneMax
               display "More than " wsDoneMax " items already"
                   " deposited for " pickDate " -- not built."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO wsWriteItems
           perform GATHER-COLLECTIONS
           IF depOrCount = 0 AND depArCount = 0
               display "Nothing collected on " pickDate
                   " that is not already deposited."
               EXIT PARAGRAPH
           END-IF

           MOVE depOrCount TO dispCount
           MOVE depOrTotal TO dispTotal
           display "Official receipts: " dispCount "  " dispTotal
           MOVE depArCount TO dispCount
           MOVE depArTotal TO dispTotal
           display "AR payments:       " dispCount "  " dispTotal
           MOVE depTotal TO dispTotal
           display "Deposit total:            " dispTotal
           display "Make up this deposit? (Y/N): " with no advancing
           accept wsConfirm
           IF wsConfirm NOT = "Y"
               display "Nothing deposited."
               EXIT PARAGRAPH
           END-IF

           perform GET-NEXT-DEPOSIT-NUMBER
           MOVE SPACES TO wsRptColHead
           STRING "SRC REF    DATE     PARTY  DOC    TAKEN BY"
               "         AMOUNT"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           MOVE SPACES TO wsRptLine
           STRING "DEPOSIT SLIP " wsNextDepNo "  COLLECTIONS OF "
               pickDate
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE

           OPEN EXTEND DEPOSIT-ITEM-FILE
           IF wsDiStatus = "35"
               OPEN OUTPUT DEPOSIT-ITEM-FILE
               CLOSE DEPOSIT-ITEM-FILE
               OPEN EXTEND DEPOSIT-ITEM-FILE
           END-IF
           MOVE "Y" TO wsWriteItems
           perform GATHER-COLLECTIONS
           CLOSE DEPOSIT-ITEM-FILE

           OPEN EXTEND DEPOSIT-FILE
           IF wsDpStatus = "35"
               OPEN OUTPUT DEPOSIT-FILE
               CLOSE DEPOSIT-FILE
               OPEN EXTEND DEPOSIT-FILE
           END-IF
           MOVE wsNextDepNo TO DP-DEPNO
           MOVE pickDate TO DP-DATE
           MOVE wsToday TO DP-BUILT
           MOVE depOrCount TO DP-OR-COUNT
           MOVE depOrTotal TO DP-OR-TOTAL
           MOVE depArCount TO DP-AR-COUNT
           MOVE depArTotal TO DP-AR-TOTAL
           MOVE depTotal TO DP-TOTAL
           WRITE DEPOSIT-REC
           CLOSE DEPOSIT-FILE

           MOVE depTotal TO dispTotal
           STRING "DEPOSIT TOTAL" "                                "
               "     " dispTotal
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           perform CLOSE-REPORT-PRINT
           display "Deposit " wsNextDepNo " made up for " dispTotal
               " -- slip on DEPSLIP.PRT.".

       LOAD-DEPOSITED-ITEMS.
           MOVE 0 TO wsDoneCount
           MOVE "N" TO wsEOF
           OPEN INPUT DEPOSIT-ITEM-FILE
           IF wsDiStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ DEPOSIT-ITEM-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF DI-DATE = pickDate
                           ADD 1 TO wsDoneCount
                           IF wsDoneCount <= wsDoneMax
                               MOVE DI-SOURCE
                                   TO doneSource(wsDoneCount)
                               MOVE DI-REF TO doneRef(wsDoneCount)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-ITEM-FILE.

      *> Run once to count the day and once more, after the slip
      *> number is drawn, with wsWriteItems on to write the items.
       GATHER-COLLECTIONS.
           MOVE 0 TO depOrCount
           MOVE 0 TO depOrTotal
           MOVE 0 TO depArCount
           MOVE 0 TO depArTotal
           MOVE 0 TO depTotal

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
                       IF OJ-DATE = pickDate
                           MOVE "OR" TO wsChkSource
                           MOVE OJ-ORNO TO wsChkRef
                           perform CHECK-ALREADY-DEPOSITED
                           IF wsFound = "N"
                               perform TAKE-ONE-RECEIPT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF wsOjStatus = "00" OR wsOjStatus = "10"
               CLOSE OR-JOURNAL-FILE
           END-IF

           MOVE 0 TO wsPhLine
           MOVE "N" TO wsEOF
           OPEN INPUT AR-PAYMENT-FILE
           IF wsPhStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ AR-PAYMENT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       ADD 1 TO wsPhLine
                       IF PH-DATE = pickDate
                           AND PH-SOURCE = "ARCASH"
                           MOVE "AR" TO wsChkSource
                           MOVE wsPhLine TO wsChkRef
                           perform CHECK-ALREADY-DEPOSITED
                           IF wsFound = "N"
                               perform TAKE-ONE-AR-PAYMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF wsPhStatus = "00" OR wsPhStatus = "10"
               CLOSE AR-PAYMENT-FILE
           END-IF
           COMPUTE depTotal = depOrTotal + depArTotal.

       CHECK-ALREADY-DEPOSITED.
           MOVE "N" TO wsFound
           PERFORM VARYING doneIdx FROM 1 BY 1
                   UNTIL doneIdx > wsDoneCount
               IF doneSource(doneIdx) = wsChkSource
                   AND doneRef(doneIdx) = wsChkRef
                   MOVE "Y" TO wsFound
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       TAKE-ONE-RECEIPT.
           ADD 1 TO depOrCount
           ADD OJ-AMOUNT TO depOrTotal
           IF wsWriteItems = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE wsNextDepNo TO DI-DEPNO
           SET DI-IS-RECEIPT TO TRUE
           MOVE OJ-ORNO TO DI-REF
           MOVE OJ-DATE TO DI-DATE
           MOVE OJ-STUID TO DI-PARTY
           MOVE OJ-TERM TO DI-DOC
           MOVE OJ-AMOUNT TO DI-AMOUNT
           MOVE OJ-CASHIER TO DI-TAKEN-BY
           WRITE DEPOSIT-ITEM-REC
           perform PRINT-ONE-ITEM.

       TAKE-ONE-AR-PAYMENT.
           ADD 1 TO depArCount
           ADD PH-AMOUNT TO depArTotal
           IF wsWriteItems = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE wsNextDepNo TO DI-DEPNO
           SET DI-IS-AR-PAYMENT TO TRUE
           MOVE wsPhLine TO DI-REF
           MOVE PH-DATE TO DI-DATE
           MOVE PH-CUST TO DI-PARTY
           MOVE PH-INVNO TO DI-DOC
           MOVE PH-AMOUNT TO DI-AMOUNT
           MOVE PH-SOURCE TO DI-TAKEN-BY
           WRITE DEPOSIT-ITEM-REC
           perform PRINT-ONE-ITEM.

       PRINT-ONE-ITEM.
           MOVE DI-AMOUNT TO dispAmount
           STRING DI-SOURCE "  " DI-REF " " DI-DATE " " DI-PARTY
               " " DI-DOC " " DI-TAKEN-BY "      " dispAmount
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.

      *> Slip numbers come off their own control file and are never
      *> reused, so the bank's credit names exactly one deposit.
       GET-NEXT-DEPOSIT-NUMBER.
           MOVE 1 TO wsNextDepNo
           OPEN INPUT DEPOSIT-CONTROL-FILE
           IF wsDcStatus = "00"
               READ DEPOSIT-CONTROL-FILE
                   NOT AT END
                       MOVE DC-NEXT-DEPNO TO wsNextDepNo
               END-READ
               CLOSE DEPOSIT-CONTROL-FILE
           END-IF
           OPEN OUTPUT DEPOSIT-CONTROL-FILE
           COMPUTE DC-NEXT-DEPNO = wsNextDepNo + 1
           WRITE DEPOSIT-CONTROL-REC
           CLOSE DEPOSIT-CONTROL-FILE.

       TRACE-DEPOSIT.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Deposit number: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute pickDepNo = function numval(WS-VALID-BUFFER)

           MOVE "N" TO wsFound
           MOVE "N" TO wsEOF
           OPEN INPUT DEPOSIT-FILE
           IF wsDpStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ DEPOSIT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF DP-DEPNO = pickDepNo
                           MOVE "Y" TO wsFound
                           MOVE "Y" TO wsEOF
                       END-IF
               END-READ
           END-PERFORM
           IF wsDpStatus = "00" OR wsDpStatus = "10"
               CLOSE DEPOSIT-FILE
           END-IF
           IF wsFound = "N"
               display "Deposit " pickDepNo " is not on file."
               EXIT PARAGRAPH
           END-IF

           MOVE DP-TOTAL TO dispTotal
           display "Deposit " DP-DEPNO " collections of " DP-DATE
               " built " DP-BUILT " total " dispTotal
           display "SRC REF    DATE     PARTY  DOC    TAKEN BY"
               "         AMOUNT"
           MOVE "N" TO wsEOF
           OPEN INPUT DEPOSIT-ITEM-FILE
           IF wsDiStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ DEPOSIT-ITEM-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF DI-DEPNO = pickDepNo
                           MOVE DI-AMOUNT TO dispAmount
                           display DI-SOURCE "  " DI-REF " "
                               DI-DATE " " DI-PARTY " " DI-DOC " "
                               DI-TAKEN-BY "      " dispAmount
                       END-IF
               END-READ
           END-PERFORM
           IF wsDiStatus = "00" OR wsDiStatus = "10"
               CLOSE DEPOSIT-ITEM-FILE
           END-IF.

       LIST-DEPOSITS.
           MOVE "N" TO wsEOF
           OPEN INPUT DEPOSIT-FILE
           IF wsDpStatus NOT = "00"
               display "No deposits on file."
               EXIT PARAGRAPH
           END-IF
           display "DEPNO  COLLECTED BUILT      ORS  ARS"
               "           TOTAL"
           PERFORM UNTIL wsEOF = "Y"
               READ DEPOSIT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE DP-TOTAL TO dispTotal
                       display DP-DEPNO " " DP-DATE "  " DP-BUILT
                           " " DP-OR-COUNT " " DP-AR-COUNT " "
                           dispTotal
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-FILE.
