      *> Duplicate customer accounts. CUSTMAINT takes a new code for
      *> whatever name it is given, so one buyer can sit on CUSTMAST
      *> under two or three codes with the sales and receivables
      *> split between them. The candidate listing pairs up active
      *> accounts whose names or addresses match once case, spacing
      *> and punctuation are set aside, or that share the opening of
      *> both. The merge is supervisor-only -- proven against
      *> OPERPROF.DAT the way GRCHREQ proves it -- and folds one code
      *> into another: every ARLEDGER item, the INVOICE.DAT and
      *> DAILY.DAT history, the ARPAYHIS.DAT payment lines and the
      *> UNAPPLD.DAT unapplied cash are re-keyed onto the surviving
      *> code through work-file copy passes (line for line, so the
      *> payment-history line numbers DEPBUILD keys deposit items on
      *> stay put), the absorbed code's DUNNING.DAT line folds into
      *> the survivor's at the higher of the two levels, the
      *> absorbed master record is deactivated with CU-MERGED-INTO
      *> pointing at the survivor, and a merge audit line goes to
      *> CUSTMRG.DAT with what moved.
      *> Console and CUSTMRG.PRT for the candidate listing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRG.

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

           SELECT AR-WORK-FILE ASSIGN TO "CMRGARWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsIvStatus.

           SELECT INVOICE-WORK-FILE ASSIGN TO "CMRGIVWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT DAILY-SALES-FILE ASSIGN TO "DAILY.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsDsStatus.

           SELECT DAILY-WORK-FILE ASSIGN TO "CMRGDSWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT AR-PAYMENT-FILE ASSIGN TO "ARPAYHIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPhStatus.

           SELECT PAYMENT-WORK-FILE ASSIGN TO "CMRGPHWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT UNAPPLIED-FILE ASSIGN TO "UNAPPLD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsUaStatus.

           SELECT UNAPPLIED-WORK-FILE ASSIGN TO "CMRGUAWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT DUNNING-FILE ASSIGN TO "DUNNING.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsDnStatus.

           SELECT DUNNING-WORK-FILE ASSIGN TO "CMRGDNWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT CUST-MERGE-FILE ASSIGN TO "CUSTMRG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsMgStatus.

           SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsOpStatus.

           SELECT REPORT-PRINT-FILE ASSIGN TO "CUSTMRG.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD CUSTOMER-MASTER.
           COPY CUSTMAST.

           FD AR-LEDGER-FILE.
           COPY ARLEDGER.

      *> The work records are cut wider than the 40-byte ledger item,
      *> the 104-byte invoice, the 92-byte daily row, the 38-byte
      *> payment line, the 34-byte unapplied line and the 15-byte
      *> dunning line, so the copy passes can never shave a field
      *> added later.
           FD AR-WORK-FILE.
           01 AR-WORK-REC PIC X(50).

           FD INVOICE-FILE.
           COPY INVOICE.

           FD INVOICE-WORK-FILE.
           01 INVOICE-WORK-REC PIC X(120).

           FD DAILY-SALES-FILE.
           COPY DAILYSAL.

           FD DAILY-WORK-FILE.
           01 DAILY-WORK-REC PIC X(110).

           FD AR-PAYMENT-FILE.
           COPY ARPAYHIS.

           FD PAYMENT-WORK-FILE.
           01 PAYMENT-WORK-REC PIC X(50).

           FD UNAPPLIED-FILE.
           COPY UNAPPLD.

           FD UNAPPLIED-WORK-FILE.
           01 UNAPPLIED-WORK-REC PIC X(50).

           FD DUNNING-FILE.
           COPY DUNNING.

           FD DUNNING-WORK-FILE.
           01 DUNNING-WORK-REC PIC X(30).

           FD CUST-MERGE-FILE.
           COPY CUSTMRG.

           FD OPERATOR-PROFILE-FILE.
           COPY OPERPROF.

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsEOF pic X value "N".
           01 wsCuStatus pic X(2).
           01 wsArStatus pic X(2).
           01 wsIvStatus pic X(2).
           01 wsDsStatus pic X(2).
           01 wsPhStatus pic X(2).
           01 wsUaStatus pic X(2).
           01 wsDnStatus pic X(2).
           01 wsMgStatus pic X(2).
           01 wsOpStatus pic X(2).
           01 wsProfEOF pic X.
           01 wsIsSuper pic X value "N".
           01 wsOperator pic X(8).
           01 wsConfirm pic X.

      *> The active accounts with their match keys: name and address
      *> upper-cased with everything but letters and digits dropped.
           01 wsCustCount pic 9(4) value 0.
           01 wsCustTable.
               05 wsCustEntry OCCURS 1000 TIMES.
                   10 wsCustNum pic 9(6).
                   10 wsCustName pic X(20).
                   10 wsNameKey pic X(30).
                   10 wsAddrKey pic X(30).
           01 custIdx pic 9(4).
           01 otherIdx pic 9(4).
           01 wsRawText pic X(30).
           01 wsKeyText pic X(30).
           01 chIdx pic 9(2).
           01 keyLen pic 9(2).
           01 wsMatch pic X(9).
           01 wsPairCount pic 9(5) value 0.

           01 pickCode pic 9(6).
           01 mrgFrom pic 9(6).
           01 mrgInto pic 9(6).
           01 mrgFromName pic X(20).
           01 mrgIntoName pic X(20).
           01 wsArItems pic 9(5) value 0.
           01 wsArOpen pic S9(8)v99 value 0.
           01 wsInvoices pic 9(6) value 0.
           01 wsDailyRows pic 9(6) value 0.
           01 wsPayLines pic 9(6) value 0.
           01 wsUnappLines pic 9(5) value 0.

      *> The two codes' dunning lines, held out of the copy pass and
      *> written back as one line under the survivor.
           01 wsDunFromFound pic X.
           01 wsDunFromLevel pic 9.
           01 wsDunFromDate pic 9(8).
           01 wsDunIntoFound pic X.
           01 wsDunIntoLevel pic 9.
           01 wsDunIntoDate pic 9(8).
           01 wsDunLevel pic 9 value 0.

           01 dispCount pic ZZ,ZZ9.
           01 dispAmount pic Z,ZZZ,ZZ9.99-.

           COPY NUMCHECK.
           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

      *> The menu passes the signed-on operator as MENUOPER; run
      *> outside the menu, the operator keys it.
           ACCEPT wsOperator FROM ENVIRONMENT "MENUOPER"
           IF wsOperator = SPACES
               display "Operator ID: " with no advancing
               accept wsOperator
           END-IF

           move "Customer Merge" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           display "1. List duplicate candidates"
           display "2. Merge one code into another (supervisor)"
           display "3. List the merge history"
           display "Select mode: " with no advancing
           accept wsMode

           evaluate wsMode
               when 1
                   perform LIST-DUPLICATE-CANDIDATES
               when 2
                   perform CHECK-OPERATOR-CLASS
                   perform MERGE-CUSTOMERS
               when 3
                   perform LIST-MERGE-HISTORY
               when other
                   display "Invalid selection."
           end-evaluate

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY RPTPRTPR.

       SHOW-REPORT-LINE.
           display wsRptLine
           perform WRITE-REPORT-LINE.

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

       LIST-DUPLICATE-CANDIDATES.
           OPEN INPUT CUSTOMER-MASTER
           IF wsCuStatus NOT = "00"
               display "CUSTMAST.DAT will not open (status "
                   wsCuStatus ") -- nothing to compare."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO wsEOF
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
                       IF CU-IS-ACTIVE AND wsCustCount < 1000
                           perform KEEP-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER

           MOVE SPACES TO wsRptColHead
           STRING "CODE   NAME                  CODE   NAME"
               "                  MATCH"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           display wsRptColHead

           PERFORM VARYING custIdx FROM 1 BY 1
                   UNTIL custIdx >= wsCustCount
               COMPUTE otherIdx = custIdx + 1
               PERFORM UNTIL otherIdx > wsCustCount
                   perform COMPARE-TWO-CUSTOMERS
                   ADD 1 TO otherIdx
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO wsRptLine
           perform SHOW-REPORT-LINE
           MOVE wsPairCount TO dispCount
           IF wsPairCount = 0
               MOVE "No duplicate candidates among the active accounts."
                   TO wsRptLine
           ELSE
               STRING "Candidate pairs: " dispCount
                   DELIMITED BY SIZE INTO wsRptLine
           END-IF
           perform SHOW-REPORT-LINE
           perform CLOSE-REPORT-PRINT.

       KEEP-ONE-CUSTOMER.
           ADD 1 TO wsCustCount
           MOVE CU-CNUM TO wsCustNum(wsCustCount)
           MOVE CU-CNAME TO wsCustName(wsCustCount)
           MOVE CU-CNAME TO wsRawText
           perform BUILD-MATCH-KEY
           MOVE wsKeyText TO wsNameKey(wsCustCount)
           MOVE CU-ADDRESS TO wsRawText
           perform BUILD-MATCH-KEY
           MOVE wsKeyText TO wsAddrKey(wsCustCount).

       BUILD-MATCH-KEY.
           MOVE SPACES TO wsKeyText
           MOVE 0 TO keyLen
           MOVE FUNCTION UPPER-CASE(wsRawText) TO wsRawText
           PERFORM VARYING chIdx FROM 1 BY 1 UNTIL chIdx > 30
               IF (wsRawText(chIdx:1) >= "A"
                       AND wsRawText(chIdx:1) <= "Z")
                   OR (wsRawText(chIdx:1) >= "0"
                       AND wsRawText(chIdx:1) <= "9")
                   ADD 1 TO keyLen
                   MOVE wsRawText(chIdx:1) TO wsKeyText(keyLen:1)
               END-IF
           END-PERFORM.

      *> Same name, same address, or the same opening to both --
      *> "ACME TRADING" at "12 MAIN ST" and "Acme Trading Co." at
      *> "12 Main Street" pair up on the last rule.
       COMPARE-TWO-CUSTOMERS.
           MOVE SPACES TO wsMatch
           EVALUATE TRUE
               WHEN wsNameKey(custIdx) = wsNameKey(otherIdx)
                   AND wsAddrKey(custIdx) = wsAddrKey(otherIdx)
                   MOVE "NAME+ADDR" TO wsMatch
               WHEN wsNameKey(custIdx) = wsNameKey(otherIdx)
                   MOVE "NAME" TO wsMatch
               WHEN wsAddrKey(custIdx) NOT = SPACES
                   AND wsAddrKey(custIdx) = wsAddrKey(otherIdx)
                   MOVE "ADDRESS" TO wsMatch
               WHEN wsNameKey(custIdx)(1:6) NOT = SPACES
                   AND wsAddrKey(custIdx)(1:6) NOT = SPACES
                   AND wsNameKey(custIdx)(1:6)
                       = wsNameKey(otherIdx)(1:6)
                   AND wsAddrKey(custIdx)(1:6)
                       = wsAddrKey(otherIdx)(1:6)
                   MOVE "SIMILAR" TO wsMatch
           END-EVALUATE
           IF wsMatch = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO wsPairCount
           MOVE SPACES TO wsRptLine
           STRING wsCustNum(custIdx) " " wsCustName(custIdx)
               "  " wsCustNum(otherIdx) " " wsCustName(otherIdx)
               "  " wsMatch
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE.

      *> Both codes are proven on the master before anything moves;
      *> the ledger and the history are re-keyed first and the
      *> absorbed record is closed last, so a merge cut short is
      *> simply run again -- the second pass finds nothing left to
      *> move and completes the deactivation and the audit line.
       MERGE-CUSTOMERS.
           IF wsIsSuper NOT = "Y"
               display "Merging is supervisor-only -- operator "
                   wsOperator " is not class S."
               EXIT PARAGRAPH
           END-IF

           display "Code to absorb -- " with no advancing
           perform PROMPT-CUSTOMER-CODE
           MOVE pickCode TO mrgFrom
           display "Surviving code -- " with no advancing
           perform PROMPT-CUSTOMER-CODE
           MOVE pickCode TO mrgInto
           IF mrgFrom = mrgInto
               display "A code cannot be merged into itself."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CUSTOMER-MASTER
           IF wsCuStatus NOT = "00"
               display "CUSTMAST.DAT will not open (status "
                   wsCuStatus ") -- nothing merged."
               EXIT PARAGRAPH
           END-IF

           MOVE mrgInto TO CU-CNUM
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "23" TO wsCuStatus
           END-READ
           IF wsCuStatus NOT = "00" OR NOT CU-IS-ACTIVE
               display "Surviving code " mrgInto
                   " is not an active customer -- nothing merged."
               CLOSE CUSTOMER-MASTER
               EXIT PARAGRAPH
           END-IF
           MOVE CU-CNAME TO mrgIntoName

           MOVE mrgFrom TO CU-CNUM
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "23" TO wsCuStatus
           END-READ
           IF wsCuStatus NOT = "00"
               display "Code " mrgFrom " is not on file --"
                   " nothing merged."
               CLOSE CUSTOMER-MASTER
               EXIT PARAGRAPH
           END-IF
           IF CU-MERGED-INTO IS NUMERIC AND CU-MERGED-INTO > 0
               display "Code " mrgFrom " was already merged into "
                   CU-MERGED-INTO "."
               CLOSE CUSTOMER-MASTER
               EXIT PARAGRAPH
           END-IF
           MOVE CU-CNAME TO mrgFromName

           display "Absorb " mrgFrom " " mrgFromName
           display "  into " mrgInto " " mrgIntoName
           display "Proceed? (Y/N): " with no advancing
           accept wsConfirm
           IF function upper-case(wsConfirm) NOT = "Y"
               display "Nothing merged."
               CLOSE CUSTOMER-MASTER
               EXIT PARAGRAPH
           END-IF

           perform REKEY-AR-LEDGER
           perform REKEY-INVOICES
           perform REKEY-DAILY-SALES
           perform REKEY-PAYMENT-HISTORY
           perform REKEY-UNAPPLIED-CASH
           perform MERGE-DUNNING-LEVEL

           MOVE mrgFrom TO CU-CNUM
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "23" TO wsCuStatus
           END-READ
           SET CU-IS-INACTIVE TO TRUE
           MOVE mrgInto TO CU-MERGED-INTO
           REWRITE CUSTOMER-MASTER-REC
           CLOSE CUSTOMER-MASTER

           perform WRITE-MERGE-AUDIT

           MOVE wsArItems TO dispCount
           MOVE wsArOpen TO dispAmount
           display "Receivable items moved: " dispCount
               "  open balance " dispAmount
           MOVE wsInvoices TO dispCount
           display "Invoices re-keyed:      " dispCount
           MOVE wsDailyRows TO dispCount
           display "Daily-sales rows:       " dispCount
           MOVE wsPayLines TO dispCount
           display "Payment-history lines:  " dispCount
           MOVE wsUnappLines TO dispCount
           display "Unapplied-cash lines:   " dispCount
           IF wsDunLevel > 0
               display "Dunning level now:      " wsDunLevel
           END-IF
           display "Code " mrgFrom " deactivated, merged into "
               mrgInto ".".

       PROMPT-CUSTOMER-CODE.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "customer number: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute pickCode = function numval(WS-VALID-BUFFER).

       REKEY-AR-LEDGER.
           MOVE "N" TO wsEOF
           OPEN INPUT AR-LEDGER-FILE
           IF wsArStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AR-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ AR-LEDGER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF AR-CUST = mrgFrom
                           MOVE mrgInto TO AR-CUST
                           ADD 1 TO wsArItems
                           IF AR-IS-OPEN
                               COMPUTE wsArOpen = wsArOpen
                                   + AR-AMOUNT - AR-PAID
                           END-IF
                       END-IF
                       MOVE AR-LEDGER-REC TO AR-WORK-REC
                       WRITE AR-WORK-REC
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE
           CLOSE AR-WORK-FILE

           MOVE "N" TO wsEOF
           OPEN INPUT AR-WORK-FILE
           OPEN OUTPUT AR-LEDGER-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ AR-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE AR-WORK-REC TO AR-LEDGER-REC
                       WRITE AR-LEDGER-REC
               END-READ
           END-PERFORM
           CLOSE AR-WORK-FILE
           CLOSE AR-LEDGER-FILE.

       REKEY-INVOICES.
           MOVE "N" TO wsEOF
           OPEN INPUT INVOICE-FILE
           IF wsIvStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT INVOICE-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ INVOICE-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF IV-CUST = mrgFrom
                           MOVE mrgInto TO IV-CUST
                           ADD 1 TO wsInvoices
                       END-IF
                       MOVE INVOICE-REC TO INVOICE-WORK-REC
                       WRITE INVOICE-WORK-REC
               END-READ
           END-PERFORM
           CLOSE INVOICE-FILE
           CLOSE INVOICE-WORK-FILE

           MOVE "N" TO wsEOF
           OPEN INPUT INVOICE-WORK-FILE
           OPEN OUTPUT INVOICE-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ INVOICE-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE INVOICE-WORK-REC TO INVOICE-REC
                       WRITE INVOICE-REC
               END-READ
           END-PERFORM
           CLOSE INVOICE-WORK-FILE
           CLOSE INVOICE-FILE.

       REKEY-DAILY-SALES.
           MOVE "N" TO wsEOF
           OPEN INPUT DAILY-SALES-FILE
           IF wsDsStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DAILY-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ DAILY-SALES-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF DS-CUST = mrgFrom
                           MOVE mrgInto TO DS-CUST
                           ADD 1 TO wsDailyRows
                       END-IF
                       MOVE DAILY-SALES-REC TO DAILY-WORK-REC
                       WRITE DAILY-WORK-REC
               END-READ
           END-PERFORM
           CLOSE DAILY-SALES-FILE
           CLOSE DAILY-WORK-FILE

           MOVE "N" TO wsEOF
           OPEN INPUT DAILY-WORK-FILE
           OPEN OUTPUT DAILY-SALES-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ DAILY-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE DAILY-WORK-REC TO DAILY-SALES-REC
                       WRITE DAILY-SALES-REC
               END-READ
           END-PERFORM
           CLOSE DAILY-WORK-FILE
           CLOSE DAILY-SALES-FILE.

       REKEY-PAYMENT-HISTORY.
           MOVE "N" TO wsEOF
           OPEN INPUT AR-PAYMENT-FILE
           IF wsPhStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PAYMENT-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ AR-PAYMENT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF PH-CUST = mrgFrom
                           MOVE mrgInto TO PH-CUST
                           ADD 1 TO wsPayLines
                       END-IF
                       MOVE AR-PAYMENT-REC TO PAYMENT-WORK-REC
                       WRITE PAYMENT-WORK-REC
               END-READ
           END-PERFORM
           CLOSE AR-PAYMENT-FILE
           CLOSE PAYMENT-WORK-FILE

           MOVE "N" TO wsEOF
           OPEN INPUT PAYMENT-WORK-FILE
           OPEN OUTPUT AR-PAYMENT-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ PAYMENT-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE PAYMENT-WORK-REC TO AR-PAYMENT-REC
                       WRITE AR-PAYMENT-REC
               END-READ
           END-PERFORM
           CLOSE PAYMENT-WORK-FILE
           CLOSE AR-PAYMENT-FILE.

       REKEY-UNAPPLIED-CASH.
           MOVE "N" TO wsEOF
           OPEN INPUT UNAPPLIED-FILE
           IF wsUaStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT UNAPPLIED-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ UNAPPLIED-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF UA-CUST = mrgFrom
                           MOVE mrgInto TO UA-CUST
                           ADD 1 TO wsUnappLines
                       END-IF
                       MOVE UNAPPLIED-REC TO UNAPPLIED-WORK-REC
                       WRITE UNAPPLIED-WORK-REC
               END-READ
           END-PERFORM
           CLOSE UNAPPLIED-FILE
           CLOSE UNAPPLIED-WORK-FILE

           MOVE "N" TO wsEOF
           OPEN INPUT UNAPPLIED-WORK-FILE
           OPEN OUTPUT UNAPPLIED-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ UNAPPLIED-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE UNAPPLIED-WORK-REC TO UNAPPLIED-REC
                       WRITE UNAPPLIED-REC
               END-READ
           END-PERFORM
           CLOSE UNAPPLIED-WORK-FILE
           CLOSE UNAPPLIED-FILE.

      *> A customer has at most one dunning line. Both codes' lines
      *> are held out of the copy and one goes back for the survivor
      *> at the higher level with that letter's date, so DUNRUN
      *> escalates from the firmest letter either code was sent.
       MERGE-DUNNING-LEVEL.
           MOVE "N" TO wsDunFromFound
           MOVE "N" TO wsDunIntoFound
           MOVE "N" TO wsEOF
           OPEN INPUT DUNNING-FILE
           IF wsDnStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DUNNING-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ DUNNING-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       EVALUATE DN-CUST
                           WHEN mrgFrom
                               MOVE "Y" TO wsDunFromFound
                               MOVE DN-LEVEL TO wsDunFromLevel
                               MOVE DN-DATE TO wsDunFromDate
                           WHEN mrgInto
                               MOVE "Y" TO wsDunIntoFound
                               MOVE DN-LEVEL TO wsDunIntoLevel
                               MOVE DN-DATE TO wsDunIntoDate
                           WHEN OTHER
                               MOVE DUNNING-REC TO DUNNING-WORK-REC
                               WRITE DUNNING-WORK-REC
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE DUNNING-FILE

           IF wsDunFromFound = "Y"
               IF wsDunIntoFound = "N"
                   OR wsDunFromLevel > wsDunIntoLevel
                   MOVE "Y" TO wsDunIntoFound
                   MOVE wsDunFromLevel TO wsDunIntoLevel
                   MOVE wsDunFromDate TO wsDunIntoDate
               END-IF
           END-IF
           IF wsDunIntoFound = "Y"
               MOVE mrgInto TO DN-CUST
               MOVE wsDunIntoLevel TO DN-LEVEL
               MOVE wsDunIntoDate TO DN-DATE
               MOVE wsDunIntoLevel TO wsDunLevel
               MOVE DUNNING-REC TO DUNNING-WORK-REC
               WRITE DUNNING-WORK-REC
           END-IF
           CLOSE DUNNING-WORK-FILE

           MOVE "N" TO wsEOF
           OPEN INPUT DUNNING-WORK-FILE
           OPEN OUTPUT DUNNING-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ DUNNING-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE DUNNING-WORK-REC TO DUNNING-REC
                       WRITE DUNNING-REC
               END-READ
           END-PERFORM
           CLOSE DUNNING-WORK-FILE
           CLOSE DUNNING-FILE.

       WRITE-MERGE-AUDIT.
           OPEN EXTEND CUST-MERGE-FILE
           IF wsMgStatus = "35"
               OPEN OUTPUT CUST-MERGE-FILE
               CLOSE CUST-MERGE-FILE
               OPEN EXTEND CUST-MERGE-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO MG-STAMP
           MOVE wsOperator TO MG-OPERATOR
           MOVE mrgFrom TO MG-FROM
           MOVE mrgFromName TO MG-FROM-NAME
           MOVE mrgInto TO MG-INTO
           MOVE wsArItems TO MG-AR-ITEMS
           MOVE wsArOpen TO MG-AR-OPEN
           MOVE wsInvoices TO MG-INVOICES
           MOVE wsDailyRows TO MG-DAILY
           MOVE wsPayLines TO MG-PAYMENTS
           MOVE wsUnappLines TO MG-UNAPPLIED
           MOVE wsDunLevel TO MG-DUN-LEVEL
           WRITE CUST-MERGE-REC
           CLOSE CUST-MERGE-FILE.

       LIST-MERGE-HISTORY.
           MOVE "N" TO wsEOF
           OPEN INPUT CUST-MERGE-FILE
           IF wsMgStatus NOT = "00"
               display "No merges on file."
               EXIT PARAGRAPH
           END-IF
           display "WHEN           BY       FROM   NAME"
               "                 INTO   AR  INV  DAILY  PAY   UA DN"
           PERFORM UNTIL wsEOF = "Y"
               READ CUST-MERGE-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       display MG-STAMP " " MG-OPERATOR " "
                           MG-FROM " " MG-FROM-NAME " " MG-INTO " "
                           MG-AR-ITEMS " " MG-INVOICES " " MG-DAILY
                           " " MG-PAYMENTS " " MG-UNAPPLIED " "
                           MG-DUN-LEVEL
               END-READ
           END-PERFORM
           CLOSE CUST-MERGE-FILE.
