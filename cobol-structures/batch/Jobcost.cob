      *> Job costing: estimated versus actual material and labor per
      *> job. Mode 1 opens a job from an accepted quote -- the quote
      *> flips to accepted on QUOTES.DAT, its lines' material
      *> becomes the job's material estimate and their cutting and
      *> handling its labor estimate. Mode 2 posts an actual
      *> material issue as the shop draws stock, costed at the
      *> MATTBL rate at posting time, and takes the area drawn off
      *> the material's sheet count on MATSTOCK.DAT as its share of
      *> a stock sheet. Mode 3 is the job-cost report: estimate
      *> against actual per job and across jobs, material and labor on
      *> their own lines, with the variance flagged once it passes
      *> the staged JOBVARPC percent (default 10).
      *> Mode 4 closes a finished job and bills it to a CUSTMAST
      *> customer: at the quoted total, or for a cost-plus quote at
      *> the actual material and labor plus the staged JOBMARKUP
      *> percent, taxed the way SEQ7 taxes that customer. The
      *> invoice draws its number from INVCTL.DAT, files on
      *> INVOICE.DAT (printed to JOBINV.PRT through the same form
      *> SEQ7 uses) and opens its item on ARLEDGER.DAT, and the job
      *> is marked billed with the invoice number so it can never
      *> be invoiced twice. The register carries whole currency
      *> units, so the price is rounded to the unit before tax.
      *> Billing takes the batch lock, since SEQ7 draws from the
      *> same invoice control and appends the same files; a billed
      *> job takes no further material issues or labor. Mode 5
      *> books shop hours to a job on JOBLABOR.DAT, costed at the
      *> SHOPRATE hourly rate staged on PARAMS.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCOST.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPaStatus.

           SELECT JOB-LABOR-FILE ASSIGN TO "JOBLABOR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsLbStatus.

           SELECT MATERIAL-STOCK-FILE ASSIGN TO "MATSTOCK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsMsStatus.

           SELECT JOB-WORK-FILE ASSIGN TO "JOBWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CU-CNUM
               FILE STATUS wsCuStatus.

           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsIvStatus.

           SELECT INVOICE-CONTROL-FILE ASSIGN TO "INVCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsIcStatus.

           SELECT INVOICE-PRINT-FILE ASSIGN TO "JOBINV.PRT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsArStatus.

           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsTrStatus.

           SELECT TAX-BRANCH-FILE ASSIGN TO "TAXBRCH.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsTbStatus.

           SELECT BATCH-LOCK-FILE ASSIGN TO "BATCHLCK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsLkStatus.

       DATA DIVISION.
           FILE SECTION.
           FD JOB-FILE.
           FD PARAMETER-FILE.
           COPY PARAMREC.

           FD JOB-LABOR-FILE.
           COPY JOBLABOR.

           FD MATERIAL-STOCK-FILE.
           COPY MATSTOCK.

      *> Cut wider than the 94-byte job record so the copy pass can
      *> never shave the tail.
           FD JOB-WORK-FILE.
           01 JOB-WORK-REC PIC X(100).

           FD CUSTOMER-MASTER.
           COPY CUSTMAST.

           FD INVOICE-REGISTER-FILE.
           COPY INVOICE.

           FD INVOICE-CONTROL-FILE.
           COPY INVCTL.

           FD INVOICE-PRINT-FILE.
           01 INVOICE-PRINT-REC PIC X(80).

           FD AR-LEDGER-FILE.
           COPY ARLEDGER.

           FD TAX-RATE-FILE.
           COPY TAXRATE.

           FD TAX-BRANCH-FILE.
           COPY TAXBRCH.

           FD BATCH-LOCK-FILE.
           COPY LOCKREC.

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsEOF pic X value "N".
           01 wsJcStatus pic X(2).
           01 wsQtStatus pic X(2).
           01 wsMiStatus pic X(2).
           01 wsLbStatus pic X(2).
           01 wsLbEOF pic X.
           01 wsCuStatus pic X(2).
           01 wsIvStatus pic X(2).
           01 wsIcStatus pic X(2).
           01 wsArStatus pic X(2).

           01 wsVarLimit pic 9(3) value 10.
           01 wsMarkup pic 9(3)v99 value 0.
           01 wsMarkupFound pic X value "N".
           01 wsShopRate pic 9(3)v99 value 0.
           01 wsShopRateFound pic X value "N".
           01 wsTaxRate pic 9(3)v99 value 0.
           01 wsLineRate pic 9(3)v99 value 0.
           COPY PARMWS.
           COPY MATTBL.
           COPY SHEETTBL.
           COPY MSTKWS.

           01 pickQuoteNo pic 9(6).
           01 wsFound pic X.
           01 wsQuoteCust pic X(20).
           01 wsQuoteTotal pic 9(9)v99.
           01 wsQuoteLabor pic 9(9)v99.
           01 wsNextJobNo pic 9(6).
           01 wsToday pic 9(8).

           01 issJobNo pic 9(6).
           01 issArea pic 9(8)v99.
           01 issCost pic 9(9)v99.
           01 issSheets pic 9(5)v99.
           01 dispSheets pic ZZ,ZZ9.99-.

           01 bilQuoteNo pic 9(6).
           01 bilCustName pic X(20).
           01 bilEstCost pic 9(9)v99.
           01 bilEstLabor pic 9(9)v99.
           01 bilStatus pic X.
           01 bilInvNo pic 9(6).
           01 bilPricing pic X.
           01 bilPrice pic 9(9)v99.
           01 bilWhole pic 9(6).
           01 bilTax pic 9(5)v99.
           01 pickCustNo pic 9(6).
           01 wsCustName pic X(20).
           01 wsNextInv pic 9(6).
           01 wsAnswer pic X.

           01 bkHours pic 9(3)v99.
           01 bkCost pic 9(7)v99.

           01 wsActual pic 9(9)v99.
           01 wsLaborActual pic 9(9)v99.
           01 wsVarEst pic 9(9)v99.
           01 wsVarActual pic 9(9)v99.
           01 wsVariance pic S9(9)v99.
           01 wsVarPct pic S9(3)v9.
           01 wsVarFlag pic X(8).
           01 totEst pic 9(11)v99 value 0.
           01 totActual pic 9(11)v99 value 0.
           01 totEstLabor pic 9(11)v99 value 0.
           01 totLabor pic 9(11)v99 value 0.

           01 dispEst pic Z,ZZZ,ZZ9.99.
           01 dispActual pic Z,ZZZ,ZZ9.99.
           01 dispVar pic Z,ZZZ,ZZ9.99-.
           01 dispPct pic ZZ9.9-.
           01 dispTotal pic ZZ,ZZZ,ZZ9.99.
           01 dispWhole pic ZZZ,ZZ9.
           01 dispTax pic ZZ,ZZ9.99.
           01 dispMarkup pic ZZ9.99.

           COPY NUMCHECK.
           COPY RPTHDR.
           COPY INVPRT.
           COPY TAXJURWS.
           COPY LOCKWS.

       PROCEDURE DIVISION.

           display "1. Open a job from an accepted quote".
           display "2. Post a material issue".
           display "3. Job-cost report".
           display "4. Close and bill a finished job".
           display "5. Book labor to a job".
           display "Select mode: " with no advancing.
           accept wsMode.

                   perform POST-MATERIAL-ISSUE
               when 3
                   perform JOB-COST-REPORT
               when 4
                   move "JOBCOST" to wsLkProgram
                   perform TAKE-BATCH-LOCK
                   perform CLOSE-AND-BILL-JOB
                   perform RELEASE-BATCH-LOCK
               when 5
                   perform BOOK-JOB-LABOR
               when other
                   display "Invalid selection."
           end-evaluate.
           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY MATPR.
           COPY MSTKPR.
           COPY PARMPR.
           COPY INVPRTPR.
           COPY TAXJURPR.
           COPY LOCKPR.

      *> JOBMARKUP has no default: a cost-plus job is not billed
      *> until the markup it is billed at has been staged; nor has
      *> SHOPRATE, so labor is not booked at a rate nobody set. SALESTAX
      *> is the rate for a customer with no jurisdiction of its
      *> own, as in SEQ7.
       LOAD-RUN-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO wsParmAsOf
           MOVE "JOBVARPC" TO wsParmName
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsVarLimit
           END-IF
           MOVE "JOBMARKUP" TO wsParmName
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsMarkup
               MOVE "Y" TO wsMarkupFound
           END-IF
           MOVE "SHOPRATE" TO wsParmName
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsShopRate
               MOVE "Y" TO wsShopRateFound
           END-IF
           MOVE "SALESTAX" TO wsParmName
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsTaxRate
           END-IF.

       GET-NEXT-JOB-NUMBER.

      *> The quote flips to accepted through a work-file copy pass
      *> and only then does the job open under the next number, so
      *> the same quote can never open two jobs. The pass also adds
      *> up the quote lines' cutting and handling, which come out
      *> of the quoted total as the labor estimate.
       OPEN-JOB-FROM-QUOTE.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT

           move "N" to wsFound
           move "N" to wsEOF
           move 0 to wsQuoteLabor
           OPEN INPUT QUOTE-FILE
           IF wsQtStatus NOT = "00"
               display "No quotation file on disk."
                           MOVE QH-CUSTOMER TO wsQuoteCust
                           MOVE QH-TOTAL TO wsQuoteTotal
                           SET QH-IS-ACCEPTED TO TRUE
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO QH-CLOSED-DATE
                       END-IF
                       IF QT-QUOTENO = pickQuoteNo
                           AND QT-IS-DETAIL
                           AND QD-CUT-COST IS NUMERIC
                           AND QD-HANDLING IS NUMERIC
                           ADD QD-CUT-COST QD-HANDLING
                               TO wsQuoteLabor
                       END-IF
                       MOVE QUOTE-REC TO QUOTE-WORK-REC
                       WRITE QUOTE-WORK-REC
           MOVE pickQuoteNo TO JB-QUOTENO
           MOVE wsQuoteCust TO JB-CUSTOMER
           MOVE wsToday TO JB-OPENDATE
           COMPUTE JB-ESTCOST = wsQuoteTotal - wsQuoteLabor
           MOVE wsQuoteLabor TO JB-ESTLABOR
           SET JB-IS-OPEN TO TRUE
           MOVE 0 TO JB-CUSTNO
           MOVE 0 TO JB-INVNO
           MOVE 0 TO JB-BILLDATE
           MOVE 0 TO JB-BILLAMT
           WRITE JOB-REC
           CLOSE JOB-FILE

           end-perform
           compute issJobNo = function numval(WS-VALID-BUFFER)

           perform LOOKUP-JOB
           IF wsFound = "Y" AND bilStatus = "B"
               display "Job #" issJobNo " is billed on invoice #"
                   bilInvNo " -- closed to further issues."
               EXIT PARAGRAPH
           END-IF

           display "Material code: " with no advancing
           accept wsMaterialCode
           perform LOOKUP-MATERIAL-RATE

           MOVE issCost TO dispActual
           display "Issue posted to job #" issJobNo " at "
               dispActual "."
           perform DEPLETE-MATERIAL-STOCK.

      *> SHEETTBL carries the materials in MATTBL order, so the
      *> stock row is also the sheet size's row.
       DEPLETE-MATERIAL-STOCK.
           perform LOAD-MATERIAL-STOCK
           perform FIND-MATERIAL-STOCK
           COMPUTE issSheets ROUNDED = issArea
               / (SS-WIDTH(msIdx) * SS-LENGTH(msIdx))
           SUBTRACT issSheets FROM msOnHand(msIdx)
           MOVE msOnHand(msIdx) TO dispSheets
           IF msOnHand(msIdx) < 0
               display "Warning: the rack shows " dispSheets
                   " sheets of " wsMaterialCode
                   " -- issues have outrun the count; recount it."
           ELSE
               display dispSheets " sheets of " wsMaterialCode
                   " left in the rack."
           END-IF
           perform SAVE-MATERIAL-STOCK.

       JOB-COST-REPORT.
           move "Job Cost Report" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           display "JOB     QUOTE        ESTIMATE        ACTUAL"
               "      VARIANCE    PCT  FLAG"
           display "        LABOR"

           move "N" to wsEOF
           OPEN INPUT JOB-FILE
           display "All jobs estimate: " dispTotal
           MOVE totActual TO dispTotal
           display "All jobs actual:   " dispTotal
           MOVE totEstLabor TO dispTotal
           display "Labor estimate:    " dispTotal
           MOVE totLabor TO dispTotal
           display "Labor booked:      " dispTotal
           perform PRINT-REPORT-FOOTER
           perform PRINT-PARAMETER-FOOTER.

      *> Material on the job's first line, labor on the second.
       REPORT-ONE-JOB.
           MOVE JB-JOBNO TO issJobNo
           perform SUM-JOB-ACTUAL
           perform SUM-JOB-LABOR
           IF JB-ESTLABOR IS NOT NUMERIC
               MOVE 0 TO JB-ESTLABOR
           END-IF

           ADD JB-ESTCOST TO totEst
           ADD wsActual TO totActual
           ADD JB-ESTLABOR TO totEstLabor
           ADD wsLaborActual TO totLabor

           MOVE JB-ESTCOST TO wsVarEst
           MOVE wsActual TO wsVarActual
           perform WORK-OUT-VARIANCE
           display "#" JB-JOBNO " #" JB-QUOTENO "  " dispEst
               "  " dispActual "  " dispVar "  " dispPct
               "  " wsVarFlag

           MOVE JB-ESTLABOR TO wsVarEst
           MOVE wsLaborActual TO wsVarActual
           perform WORK-OUT-VARIANCE
           display "        LABOR    " dispEst
               "  " dispActual "  " dispVar "  " dispPct
               "  " wsVarFlag.

       WORK-OUT-VARIANCE.
           COMPUTE wsVariance = wsVarActual - wsVarEst
           IF wsVarEst = 0
               MOVE 0 TO wsVarPct
           ELSE
               COMPUTE wsVarPct ROUNDED =
                   wsVariance * 100 / wsVarEst
                   ON SIZE ERROR MOVE 999.9 TO wsVarPct
               END-COMPUTE
           END-IF
           IF wsVarPct > wsVarLimit
               MOVE "OVERRUN" TO wsVarFlag
           ELSE
               MOVE SPACES TO wsVarFlag
           END-IF
           MOVE wsVarEst TO dispEst
           MOVE wsVarActual TO dispActual
           MOVE wsVariance TO dispVar
           MOVE wsVarPct TO dispPct.

      *> Labor booked against job issJobNo, into wsLaborActual.
       SUM-JOB-LABOR.
           MOVE 0 TO wsLaborActual
           MOVE "N" TO wsLbEOF
           OPEN INPUT JOB-LABOR-FILE
           IF wsLbStatus NOT = "00"
               MOVE "Y" TO wsLbEOF
           END-IF
           PERFORM UNTIL wsLbEOF = "Y"
               READ JOB-LABOR-FILE
                   AT END
                       MOVE "Y" TO wsLbEOF
                   NOT AT END
                       IF LB-JOBNO = issJobNo
                           ADD LB-COST TO wsLaborActual
                       END-IF
               END-READ
           END-PERFORM
           IF wsLbStatus = "00" OR wsLbStatus = "10"
               CLOSE JOB-LABOR-FILE
           END-IF.

       BOOK-JOB-LABOR.
           IF wsShopRateFound = "N"
               display "No SHOPRATE staged on PARAMS.DAT -- labor"
                   " cannot be costed."
               EXIT PARAGRAPH
           END-IF
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Job number: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute issJobNo = function numval(WS-VALID-BUFFER)

           perform LOOKUP-JOB
           IF wsFound = "Y" AND bilStatus = "B"
               display "Job #" issJobNo " is billed on invoice #"
                   bilInvNo " -- closed to further labor."
               EXIT PARAGRAPH
           END-IF

           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Hours worked: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute bkHours = function numval(WS-VALID-BUFFER)

           COMPUTE bkCost ROUNDED = bkHours * wsShopRate

           OPEN EXTEND JOB-LABOR-FILE
           IF wsLbStatus = "35"
               OPEN OUTPUT JOB-LABOR-FILE
               CLOSE JOB-LABOR-FILE
               OPEN EXTEND JOB-LABOR-FILE
           END-IF
           MOVE issJobNo TO LB-JOBNO
           MOVE FUNCTION CURRENT-DATE(1:8) TO LB-DATE
           MOVE bkHours TO LB-HOURS
           MOVE wsShopRate TO LB-RATE
           MOVE bkCost TO LB-COST
           WRITE JOB-LABOR-REC
           CLOSE JOB-LABOR-FILE

           MOVE bkCost TO dispActual
           display "Labor booked to job #" issJobNo " at "
               dispActual ".".

      *> Actual material drawn against job issJobNo, into wsActual.
       SUM-JOB-ACTUAL.
           MOVE 0 TO wsActual
           MOVE "N" TO wsMiEOF
           OPEN INPUT MAT-ISSUE-FILE
                   AT END
                       MOVE "Y" TO wsMiEOF
                   NOT AT END
                       IF MI-JOBNO = issJobNo
                           ADD MI-COST TO wsActual
                       END-IF
               END-READ
           END-PERFORM
           IF wsMiStatus = "00" OR wsMiStatus = "10"
               CLOSE MAT-ISSUE-FILE
           END-IF.

      *> Finds job issJobNo on JOBS.DAT and keeps what billing
      *> needs from it; wsFound says whether it was there.
       LOOKUP-JOB.
           MOVE "N" TO wsFound
           MOVE "N" TO wsEOF
           OPEN INPUT JOB-FILE
           IF wsJbStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ JOB-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF JB-JOBNO = issJobNo
                           MOVE "Y" TO wsFound
                           MOVE JB-QUOTENO TO bilQuoteNo
                           MOVE JB-CUSTOMER TO bilCustName
                           MOVE JB-ESTCOST TO bilEstCost
                           MOVE JB-ESTLABOR TO bilEstLabor
                           IF JB-ESTLABOR IS NOT NUMERIC
                               MOVE 0 TO bilEstLabor
                           END-IF
                           MOVE JB-STATUS TO bilStatus
                           MOVE JB-INVNO TO bilInvNo
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-FILE
           MOVE "N" TO wsEOF.

      *> The quote the job was opened from says how it is billed;
      *> a quote no longer on file, or one from before the choice
      *> was kept, bills fixed at the quoted total.
       LOOKUP-QUOTE-PRICING.
           MOVE "F" TO bilPricing
           MOVE "N" TO wsEOF
           OPEN INPUT QUOTE-FILE
           IF wsQtStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ QUOTE-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF QT-QUOTENO = bilQuoteNo
                           AND QT-IS-HEADER
                           AND QH-IS-COST-PLUS
                           MOVE "P" TO bilPricing
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUOTE-FILE
           MOVE "N" TO wsEOF.

      *> Prices the job, checks the customer, shows the bill and
      *> only on confirmation draws the invoice number, files the
      *> invoice and the receivable, and marks the job billed.
       CLOSE-AND-BILL-JOB.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Job number to bill: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute issJobNo = function numval(WS-VALID-BUFFER)

           perform LOOKUP-JOB
           IF wsFound = "N"
               display "Job #" issJobNo " is not on file."
               EXIT PARAGRAPH
           END-IF
           IF bilStatus = "B"
               display "Job #" issJobNo " was billed on invoice #"
                   bilInvNo " -- not billed again."
               EXIT PARAGRAPH
           END-IF

           perform LOOKUP-QUOTE-PRICING
           perform SUM-JOB-ACTUAL
           perform SUM-JOB-LABOR
           IF bilPricing = "P"
               IF wsMarkupFound = "N"
                   display "Job #" issJobNo " is cost-plus and no"
                       " JOBMARKUP is staged on PARAMS.DAT --"
                       " not billed."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE bilPrice ROUNDED =
                   (wsActual + wsLaborActual) * (100 + wsMarkup) / 100
           ELSE
               COMPUTE bilPrice = bilEstCost + bilEstLabor
           END-IF
           COMPUTE bilWhole ROUNDED = bilPrice
               ON SIZE ERROR
                   display "Job #" issJobNo " prices beyond what the"
                       " invoice register can carry -- not billed."
                   EXIT PARAGRAPH
           END-COMPUTE
           IF bilWhole = 0
               display "Job #" issJobNo " prices at nothing --"
                   " not billed."
               EXIT PARAGRAPH
           END-IF

           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Bill to customer number: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute pickCustNo = function numval(WS-VALID-BUFFER)

           OPEN INPUT CUSTOMER-MASTER
           IF wsCuStatus NOT = "00"
               display "No customer master (CUSTMAST.DAT) on disk."
               EXIT PARAGRAPH
           END-IF
           MOVE pickCustNo TO CU-CNUM
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "N" TO wsFound
           END-READ
           IF wsFound = "N" OR NOT CU-IS-ACTIVE
               CLOSE CUSTOMER-MASTER
               display "Customer #" pickCustNo " is not an active"
                   " customer -- job not billed."
               EXIT PARAGRAPH
           END-IF
           MOVE CU-CNAME TO wsCustName
           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday
           perform DETERMINE-JOB-TAX
           CLOSE CUSTOMER-MASTER
           COMPUTE bilTax ROUNDED = bilWhole * wsLineRate / 100

           display " "
           display "Job #" issJobNo " (quote #" bilQuoteNo ") for "
               bilCustName
           IF bilPricing = "P"
               MOVE wsActual TO dispActual
               MOVE wsLaborActual TO dispEst
               MOVE wsMarkup TO dispMarkup
               display "Cost plus: material " dispActual " labor "
                   dispEst " plus " dispMarkup "% markup"
           ELSE
               MOVE bilPrice TO dispEst
               display "Fixed price: quoted " dispEst
           END-IF
           MOVE bilWhole TO dispWhole
           MOVE bilTax TO dispTax
           display "Bill customer #" pickCustNo " " wsCustName
               " " dispWhole " plus tax " dispTax
           display "Bill the job? (Y/N): " with no advancing
           accept wsAnswer
           IF wsAnswer NOT = "Y" AND wsAnswer NOT = "y"
               display "Job not billed."
               EXIT PARAGRAPH
           END-IF

           perform GET-NEXT-INVOICE-NUMBER
           perform BUILD-JOB-INVOICE
           perform APPLY-JOB-INVOICE
           perform MARK-JOB-BILLED

           display "Job #" issJobNo " billed on invoice #" wsNextInv
               ", printed to JOBINV.PRT.".

      *> SEQ7's tax rule for the customer, with no selling branch
      *> to fall back on: an exemption certificate on file means
      *> no tax, else the customer's jurisdiction at its rate in
      *> force today, else SALESTAX. A customer record from before
      *> the tax details existed carries no valid expiry and is
      *> read as neither.
       DETERMINE-JOB-TAX.
           MOVE wsTaxRate TO wsLineRate
           IF CU-EXEMPT-EXPIRY IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF CU-EXEMPT-CERT NOT = SPACES
               MOVE 0 TO wsLineRate
               IF CU-EXEMPT-EXPIRY NOT = 0
                   AND CU-EXEMPT-EXPIRY < wsToday
                   display "Warning: customer #" pickCustNo
                       " exemption certificate " CU-EXEMPT-CERT
                       " expired " CU-EXEMPT-EXPIRY "."
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF CU-TAX-JUR NOT = SPACES
               MOVE CU-TAX-JUR TO wsTjJur
               MOVE wsToday TO wsTjAsOf
               perform LOAD-JURISDICTION-RATE
               IF wsTjFound = "Y"
                   MOVE wsTjRate TO wsLineRate
               END-IF
           END-IF.

       GET-NEXT-INVOICE-NUMBER.
           MOVE 1 TO wsNextInv
           OPEN INPUT INVOICE-CONTROL-FILE
           IF wsIcStatus = "00"
               READ INVOICE-CONTROL-FILE
                   NOT AT END
                       MOVE IC-NEXT-INV TO wsNextInv
               END-READ
               CLOSE INVOICE-CONTROL-FILE
           END-IF
           OPEN OUTPUT INVOICE-CONTROL-FILE
           COMPUTE IC-NEXT-INV = wsNextInv + 1
           WRITE INVOICE-CONTROL-REC
           CLOSE INVOICE-CONTROL-FILE.

       BUILD-JOB-INVOICE.
           MOVE SPACES TO INVOICE-REC
           MOVE wsNextInv TO IV-INVNO
           SET IV-IS-INVOICE TO TRUE
           MOVE wsToday TO IV-BUSDATE
           MOVE pickCustNo TO IV-CUST
           MOVE 0 TO IV-SNUM
           MOVE "JOB" TO IV-ITEM
           STRING "JOB " issJobNo " QT " bilQuoteNo
               DELIMITED BY SIZE INTO IV-DESC
           MOVE 1 TO IV-UNITS
           MOVE 0 TO IV-UPRICE
           MOVE bilWhole TO IV-AMOUNT
           MOVE bilTax TO IV-TAX
           MOVE 0 TO IV-ORIG-INV
           SET IV-AT-JOB TO TRUE
           MOVE 0 TO IV-LIST-PRICE

           MOVE wsNextInv TO AR-INVNO
           MOVE pickCustNo TO AR-CUST
           MOVE wsToday TO AR-BUSDATE
           COMPUTE AR-AMOUNT = bilWhole + bilTax
           MOVE 0 TO AR-PAID
           SET AR-IS-OPEN TO TRUE.

       APPLY-JOB-INVOICE.
           OPEN EXTEND INVOICE-REGISTER-FILE
           IF wsIvStatus = "35"
               OPEN OUTPUT INVOICE-REGISTER-FILE
               CLOSE INVOICE-REGISTER-FILE
               OPEN EXTEND INVOICE-REGISTER-FILE
           END-IF
           WRITE INVOICE-REC
           CLOSE INVOICE-REGISTER-FILE

           OPEN EXTEND AR-LEDGER-FILE
           IF wsArStatus = "35"
               OPEN OUTPUT AR-LEDGER-FILE
               CLOSE AR-LEDGER-FILE
               OPEN EXTEND AR-LEDGER-FILE
           END-IF
           WRITE AR-LEDGER-REC
           CLOSE AR-LEDGER-FILE

           OPEN OUTPUT INVOICE-PRINT-FILE
           perform PRINT-INVOICE-FORM
           CLOSE INVOICE-PRINT-FILE.

      *> The job flips to billed through a work-file copy pass,
      *> carrying the invoice, the customer, the date and the
      *> amount before tax.
       MARK-JOB-BILLED.
           MOVE "N" TO wsEOF
           OPEN INPUT JOB-FILE
           OPEN OUTPUT JOB-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ JOB-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF JB-JOBNO = issJobNo
                           SET JB-IS-BILLED TO TRUE
                           MOVE pickCustNo TO JB-CUSTNO
                           MOVE wsNextInv TO JB-INVNO
                           MOVE wsToday TO JB-BILLDATE
                           MOVE bilWhole TO JB-BILLAMT
                       END-IF
                       MOVE JOB-REC TO JOB-WORK-REC
                       WRITE JOB-WORK-REC
               END-READ
           END-PERFORM
           CLOSE JOB-FILE
           CLOSE JOB-WORK-FILE
           MOVE "N" TO wsEOF

           OPEN INPUT JOB-WORK-FILE
           OPEN OUTPUT JOB-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ JOB-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE JOB-WORK-REC TO JOB-REC
                       WRITE JOB-REC
               END-READ
           END-PERFORM
           CLOSE JOB-WORK-FILE
           CLOSE JOB-FILE
           MOVE "N" TO wsEOF.
