               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPhStatus.

           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsTrStatus.

           SELECT TAX-BRANCH-FILE ASSIGN TO "TAXBRCH.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsTbStatus.

           SELECT CUST-PRICE-FILE ASSIGN TO "CUSTPRIC.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsCpStatus.

           SELECT QTY-BREAK-FILE ASSIGN TO "QTYBRK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsQbStatus.

           SELECT PARAMETER-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPaStatus.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsGbcStatus.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsJlStatus.

           SELECT RETURN-REJECT-FILE ASSIGN TO "RETNREJ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsRrStatus.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsApjStatus.

           SELECT CREDIT-HOLD-FILE ASSIGN TO "CREDHOLD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsChStatus.

           SELECT CREDIT-HOLD-WORK-FILE ASSIGN TO "CRHWORK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsSpStatus.

           SELECT STOCK-MOVEMENT-FILE ASSIGN TO "STKMOVE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsSmStatus.

           SELECT BRANCH-STOCK ASSIGN TO "BRSTOCK.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BK-KEY
               FILE STATUS wsBkStatus.

           SELECT BACKORDER-FILE ASSIGN TO "BACKORD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsBoStatus.

           SELECT BACKORDER-WORK-FILE ASSIGN TO "BOWORK.DAT"
               ORGANIZATION LINE SEQUENTIAL.


       DATA DIVISION.
           FILE SECTION.
           COPY CALREC.

           FD DAILY-WORK-FILE.
           01 DAILY-WORK-REC PIC X(100).
           FD DOC-WORK-FILE.
           01 DOC-WORK-REC PIC X(120).
           FD RUN-STATS-FILE.
           COPY RUNSTAT.

           FD PRICE-HIST-FILE.
           COPY PRICEHIS.

           FD TAX-RATE-FILE.
           COPY TAXRATE.

           FD TAX-BRANCH-FILE.
           COPY TAXBRCH.

           FD CUST-PRICE-FILE.
           COPY CUSTPRIC.

           FD QTY-BREAK-FILE.
           COPY QTYBRK.

           FD PARAMETER-FILE.
           COPY PARAMREC.

           01 GL-BATCH-CTL-REC.
               05 GC-NEXT-BATCH PIC 9(4).

           FD GL-JOURNAL-FILE.
           COPY GLJRNL.

           FD RETURN-REJECT-FILE.
           01 RETURN-REJECT-REC PIC X(80).

           FD SUSPENSE-FILE.
           COPY SUSPENSE.

           FD CREDIT-HOLD-FILE.
           COPY CREDHOLD.

      *> Cut wider than the 146-byte hold record so the copy pass
      *> can never shave the tail of the line image.
           FD CREDIT-HOLD-WORK-FILE.
           01 CREDIT-HOLD-WORK-REC PIC X(150).

           FD STOCK-MOVEMENT-FILE.
           COPY STKMOVE.

           FD BRANCH-STOCK.
           COPY BRSTOCK.

           FD BACKORDER-FILE.
           COPY BACKORD.

      *> Cut wider than the 159-byte backorder record so the copy
      *> pass can never shave the tail of the line image.
           FD BACKORDER-WORK-FILE.
           01 BACKORDER-WORK-REC PIC X(160).


           WORKING-STORAGE SECTION.
           01 wsEOF PIC X VALUE "N".
           01 wsTlStatus PIC X(2).
           01 wsTlOpen PIC X VALUE "N".
           01 wsSmStatus PIC X(2).
           01 wsSmOpen PIC X VALUE "N".
           01 wsDsStatus PIC X(2).
           01 wsSlmStatus PIC X(2).
           01 wsSlmAvail PIC X VALUE "N".
           01 wsRcStatus PIC X(2).
           01 wsRcSel8Flag PIC X VALUE "N".
           COPY CALWS.
           COPY GLCHKWS.
           COPY LOCKWS.
           01 wsForce PIC X.
           01 wsDwEOF PIC X VALUE "N".
           01 wsIcStatus PIC X(2).
           01 wsArStatus PIC X(2).
           01 wsEffPrice PIC 9(3).
           01 wsEffList PIC 9(3).
           01 wsEffBasis PIC X.
           COPY PRICEWS.
           COPY BESTPRWS.
           COPY PARMWS.
           COPY BRSTKWS.
           01 wsGlStatus PIC X(2).
           01 wsGlEOF PIC X VALUE "N".
           01 wsGlLineCount PIC 9(6) VALUE 0.
           01 wsApjLastRec PIC 9(6).
           01 wsSpStatus PIC X(2).

      *> Credit-limit edit: the customer's open receivable off
      *> ARLEDGER.DAT plus the line's document total against
      *> CU-CREDIT-LIMIT, and the hold-queue scan that lets a line
      *> a supervisor released through CRHOLD post past the limit.
           01 wsChStatus PIC X(2).
           01 wsChEOF PIC X.
           01 wsArEOF PIC X.
           01 wsCreditOk PIC X VALUE "Y".
           01 wsHoldCount PIC 9(6) VALUE 0.
           01 dispHoldCount PIC ZZZ,ZZ9.
           01 wsCreditLimit PIC 9(7)V99.
           01 wsExposure PIC S9(9)V99.
           01 wsLineTotal PIC S9(7)V99.
           01 wsLineTax PIC S9(5)V99.
           01 wsNextHold PIC 9(6).
           01 wsHeldAlready PIC X.
           01 wsRelFound PIC X.
           01 wsRelHoldNo PIC 9(6).
           01 dispExposure PIC $ZZZ,ZZZ,ZZ9.99-.
           01 dispLimit PIC $Z,ZZZ,ZZ9.99.

      *> Stock edit: what the shelf can ship of a sale line, the
      *> shortfall that goes on BACKORD.DAT, and the scan that
      *> recognizes a line BOFILL released off a backorder.
           01 wsBoStatus PIC X(2).
           01 wsShelf PIC S9(7).
           01 wsBkTouched PIC X.
           01 wsBkNew PIC X.
           01 wsBkAvail PIC X.
           01 wsBoEOF PIC X.
           01 wsShipUnits PIC 9(3).
           01 wsShortUnits PIC 9(3).
           01 wsNextBo PIC 9(6).
           01 wsBoAlready PIC X.
           01 wsBoRelFound PIC X.
           01 wsBoRelNo PIC 9(6).
           01 wsBoSaleDate PIC 9(8).
           01 wsBoCount PIC 9(6) VALUE 0.
           01 wsBoFullCount PIC 9(6) VALUE 0.
           01 wsBoUnits PIC 9(7) VALUE 0.
           01 dispBoCount PIC ZZZ,ZZ9.
           01 dispExemptCount PIC ZZZ,ZZ9.
           01 dispBoUnits PIC Z,ZZZ,ZZ9.
           01 wsBoDropCount PIC 9(3).
           01 wsBoDrops.
               05 wsBoDrop OCCURS 200 TIMES.
                   10 wsBoDropParent PIC 9(6).
                   10 wsBoDropQty PIC 9(6).
           01 boIdx PIC 9(3).
           01 wsBoRestore PIC X.

      *> The record's journal pairs build here before anything is
      *> written, so the whole set can stage as one unit.
           01 wsGlImgCount PIC 9.
      *> Staged images loaded back by the finish path, plus the
      *> tail-matching scratch that makes each re-apply idempotent.
           01 wsStgEOF PIC X.
           01 wsStgDS PIC X(100).
           01 wsStgTL PIC X(150).
           01 wsStgIV PIC X(104).
           01 wsStgAR PIC X(50).
           01 wsStgIM PIC X(50).
           01 wsStgBK PIC X(30).
           01 wsStgCH PIC X(6).
           01 wsStgSM PIC X(60).
           01 wsTailImage PIC X(150).
           01 wsStgFound PIC X.
           01 wsGlDetailTotal PIC 9(6).
           01 wsOrigUnits PIC 9(3).
           01 wsOrigCust PIC 9(6).
           01 wsOrigItem PIC X(6).
           01 wsOrigPrice PIC 9(3).
           01 wsOrigBasis PIC X.
           01 wsOrigList PIC 9(3).
           01 wsCreditedUnits PIC 9(5).
           01 wsRetReason PIC X(40).
           01 wsTaxRate PIC 9(3)V99 VALUE 0.
           01 wsLineRate PIC 9(3)V99 VALUE 0.
           01 wsLineJur PIC X(4).
           01 wsLineCert PIC X(12).
           01 wsLineCertExp PIC 9(8).
           01 wsExemptCount PIC 9(5) VALUE 0.
           COPY TAXJURWS.
           01 wsTaxAmt PIC S9(5)V99 VALUE 0.
           01 taxChargedTotal PIC 9(8)V99 VALUE 0.
           01 taxCreditTotal PIC 9(8)V99 VALUE 0.
           MOVE wsBusDate TO wsRunDate.
           display "Posting under business date " wsRunDate ".".
           perform CHECK-PERIOD-CLOSED.
           perform REFUSE-OVER-OPEN-BATCH.
           perform CHECK-RUN-CONTROL.

           move "SEQ7" to wsCkProgram
               STOP RUN
           END-IF.

      *> The selling branch's own stock moves with the company-wide
      *> figure; a branch with no row yet gets one on its first sale
      *> or return.
           OPEN I-O BRANCH-STOCK.
           IF wsBkStatus = "35"
               OPEN OUTPUT BRANCH-STOCK
               CLOSE BRANCH-STOCK
               OPEN I-O BRANCH-STOCK
           END-IF.

           OPEN INPUT SALES-TRANS-FILE.
           OPEN EXTEND DAILY-SALES-FILE.
           IF wsDsStatus = "35"
                           ADD 1 TO wsRejCount
                           perform LOG-REJECT-ENTRY
                       END-IF
                       perform DETERMINE-LINE-TAX
      *> A line that clears every edit ships only what the shelf
      *> holds, so the split comes first; the credit edit then
      *> judges what will actually be invoiced, and a line that
      *> does not fit under the customer's limit goes to the hold
      *> queue and waits for a supervisor instead of posting. A
      *> line with nothing on the shelf invoices nothing and is not
      *> judged -- its backorder is, when BOFILL releases it.
                       MOVE "Y" TO wsCreditOk
                       MOVE "N" TO wsRelFound
                       MOVE ST-UNITSOLD TO wsShipUnits
                       IF wsSlmOk = "Y" AND wsItmOk = "Y"
                           AND wsCustOk = "Y" AND wsRetOk = "Y"
                           perform FIGURE-SHIP-UNITS
                       END-IF
                       IF wsSlmOk = "Y" AND wsItmOk = "Y"
                           AND wsCustOk = "Y" AND wsRetOk = "Y"
                           AND wsShipUnits > 0
                           perform CHECK-CREDIT-LIMIT
                       END-IF
      *> Only a line that clears the credit edit cuts its shortfall
      *> to the backorder file or spends a released backorder; a
      *> held line leaves both for the supervisor's decision.
                       IF wsSlmOk = "Y" AND wsItmOk = "Y"
                           AND wsCustOk = "Y" AND wsRetOk = "Y"
                           AND wsCreditOk = "Y"
                           perform CHECK-STOCK-SHORTFALL
                       END-IF
                       IF wsSlmOk = "Y" AND wsItmOk = "Y"
                           AND wsCustOk = "Y" AND wsRetOk = "Y"
                           AND wsCreditOk = "Y" AND wsShipUnits > 0
                       MOVE ST-SNAME TO sName
                       MOVE ST-SNUMBER TO sNumber
                       MOVE wsShipUnits TO unitSold
                       MOVE wsEffPrice TO uPrice

                       compute  tSale = uPrice * unitSold
      *> Output tax rides the signed sale amount, so a return's
      *> negative line credits its tax back by itself.
                       COMPUTE wsTaxAmt ROUNDED =
                           tSale * wsLineRate / 100
                       IF wsTaxAmt < 0
                           SUBTRACT wsTaxAmt FROM taxCreditTotal
                       ELSE
                       MOVE ST-ITEM TO DS-ITEM
                       MOVE unitSold TO DS-UNITS
                       MOVE ST-BRANCH TO DS-BRANCH
                       MOVE ST-CUST TO DS-CUST
                       MOVE wsLineJur TO DS-TAX-JUR
                       MOVE wsLineCert TO DS-TAX-CERT
                       MOVE wsLineCertExp TO DS-CERT-EXPIRY
                       IF wsLineCert NOT = SPACES
                           ADD 1 TO wsExemptCount
                       END-IF

                       MOVE "SEQ7" TO TL-PROGRAM
                       MOVE sNumber TO TL-KEY-ID
                           MOVE "SALE" TO TL-OUTCOME
                       END-IF
                       MOVE wsRunDate TO TL-BUSDATE
                       MOVE ST-CUST TO TL-CUST

      *> Everything the record will write -- the daily row, the
      *> log entry, the invoice and its open item, the depleted
                       WRITE DAILY-SALES-REC
                       perform APPLY-SALE-DOCUMENTS
                       REWRITE ITEM-MASTER-REC
                       perform APPLY-BRANCH-ONHAND
                       perform WRITE-STOCK-MOVEMENT
                       perform APPLY-GL-IMAGES
                       IF wsRelFound = "Y"
                           perform MARK-HOLD-POSTED
                       END-IF
                       perform LOG-TRANSACTION
                       perform MARK-RECORD-APPLIED

           CLOSE SALES-TRANS-FILE.
           CLOSE DAILY-SALES-FILE.
           CLOSE ITEM-MASTER.
           CLOSE BRANCH-STOCK.
           CLOSE INVOICE-PRINT-FILE.

           MOVE SPACES TO GL-POST-REC.
           WRITE GL-POST-REC.
           CLOSE GL-POST-FILE.
           perform CLOSE-TRANSACTION-LOG.
           perform CLOSE-STOCK-MOVEMENTS.
           IF wsSlmAvail = "Y"
               CLOSE SALESMAN-MASTER
           END-IF.
           MOVE taxCreditTotal TO dispTaxCredit.
           display "Tax charged:       " dispTaxCharged.
           display "Tax credited back: " dispTaxCredit.
           MOVE wsExemptCount TO dispExemptCount.
           display "Tax-exempt lines:  " dispExemptCount.
           MOVE wsRejCount TO dispRejCount.
           display "Records rejected:  " dispRejCount.
           MOVE wsHoldCount TO dispHoldCount.
           display "Credit holds:      " dispHoldCount.
           MOVE wsBoCount TO dispBoCount.
           MOVE wsBoUnits TO dispBoUnits.
           display "Lines backordered: " dispBoCount " ("
               dispBoUnits " units)".

           MOVE SPACES TO wsRptLine.
           STRING "GROSS SALES " dispSalesTotal
               "  REJECTED " dispRejCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform WRITE-REPORT-LINE.
           MOVE SPACES TO wsRptLine.
           STRING "CREDIT HOLDS " dispHoldCount
               " -- RELEASE OR CANCEL THROUGH CRHOLD"
               DELIMITED BY SIZE INTO wsRptLine.
           perform WRITE-REPORT-LINE.
           MOVE SPACES TO wsRptLine.
           STRING "BACKORDERED " dispBoCount " LINES "
               dispBoUnits " UNITS -- RELEASED BY BOFILL"
               DELIMITED BY SIZE INTO wsRptLine.
           perform WRITE-REPORT-LINE.
           perform CLOSE-REPORT-PRINT.
           perform PRINT-REPORT-FOOTER.

           OPEN OUTPUT APPLY-JOURNAL-FILE.
           CLOSE APPLY-JOURNAL-FILE.
           MOVE wsRecNum TO wsRsReads
           COMPUTE wsRsWrites = wsRecNum - wsRejCount - wsHoldCount
               - wsBoFullCount
           perform WRITE-RUN-STATS
           perform MARK-RUN-COMPLETE.
           perform RELEASE-BATCH-LOCK.
           COPY CHKPTPR.
           COPY CSVMODEPR.
           COPY CALPR.
           COPY GLCHKPR.
           COPY RUNSTPR.
           COPY LOCKPR.
           COPY RPTPRTPR.
           COPY INVPRTPR.
           COPY STKMVPR.
           COPY BRSTKPR.
           COPY PRICEPR.
           COPY BESTPRPR.
           COPY TAXJURPR.
           COPY PARMPR.
           COPY SUSPPR.

      *> is still current from LOOKUP-ITEM-PRICE; only the image is
      *> adjusted here, so it can stage with the rest of the
      *> record's outputs, and the REWRITE lands with them in the
      *> main loop. A sale never takes the item below the shelf --
      *> CHECK-STOCK-SHORTFALL has already cut the units down to
      *> what is there and backordered the rest. The matching line
      *> for the stock movement ledger is built here too, stamped
      *> now so the staged image and the line that lands are the
      *> same bytes.
       PREPARE-ITEM-ONHAND.
           MOVE wsRunDate TO SM-DATE
           MOVE ST-ITEM TO SM-ITEM
           IF ST-IS-RETURN
               ADD unitSold TO IM-ONHAND
               SET SM-IS-RETURN TO TRUE
               MOVE unitSold TO SM-QTY
           ELSE
               SUBTRACT unitSold FROM IM-ONHAND
               SET SM-IS-SALE TO TRUE
               COMPUTE SM-QTY = 0 - unitSold
           END-IF
           MOVE "SEQ7" TO SM-SOURCE
           MOVE SPACES TO SM-REF
           STRING "INV " IV-INVNO DELIMITED BY SIZE INTO SM-REF
           MOVE FUNCTION CURRENT-DATE(1:14) TO SM-STAMP

      *> A branch line moves the branch's own row by the same units;
      *> head office's stock is the remainder and moves with the
      *> item alone.
           MOVE "N" TO wsBkTouched
           MOVE "N" TO wsBkNew
           IF ST-BRANCH = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO wsBkTouched
           MOVE ST-ITEM TO BK-ITEM
           MOVE ST-BRANCH TO BK-BRANCH
           READ BRANCH-STOCK
               INVALID KEY
                   MOVE "Y" TO wsBkNew
                   MOVE ST-ITEM TO BK-ITEM
                   MOVE ST-BRANCH TO BK-BRANCH
                   MOVE 0 TO BK-ONHAND
                   MOVE 0 TO BK-INTRANSIT
           END-READ
           IF ST-IS-RETURN
               ADD unitSold TO BK-ONHAND
           ELSE
               SUBTRACT unitSold FROM BK-ONHAND
           END-IF.

       APPLY-BRANCH-ONHAND.
           IF wsBkTouched NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF wsBkNew = "Y"
               WRITE BRANCH-STOCK-REC
           ELSE
               REWRITE BRANCH-STOCK-REC
           END-IF.

      *> The extract's batch number comes off its own control file,
                           MOVE IV-UNITS TO wsOrigUnits
                           MOVE IV-CUST TO wsOrigCust
                           MOVE IV-ITEM TO wsOrigItem
                           MOVE IV-UPRICE TO wsOrigPrice
                           MOVE IV-BASIS TO wsOrigBasis
                           MOVE IV-LIST-PRICE TO wsOrigList
                       END-IF
                       IF IV-IS-CREDIT
                           AND IV-ORIG-INV = ST-ORIGINV
           END-EVALUATE
           IF wsRetOk = "N"
               perform WRITE-RETURN-REJECT
               EXIT PARAGRAPH
           END-IF
      *> A return of goods sold on a contract or a quantity break
      *> credits what the customer actually paid, not today's
      *> price for the few units coming back.
           IF wsOrigBasis = "C" OR wsOrigBasis = "Q"
               MOVE wsOrigPrice TO wsEffPrice
               MOVE wsOrigBasis TO wsEffBasis
               MOVE wsOrigList TO wsEffList
           END-IF.

      *> The rejected return and, when it exists, the original
           MOVE uPrice TO IV-UPRICE
           MOVE tSale TO IV-AMOUNT
           MOVE wsTaxAmt TO IV-TAX
           MOVE wsEffBasis TO IV-BASIS
           MOVE wsEffList TO IV-LIST-PRICE

      *> Every document also lands on the receivable ledger: the
      *> invoice as an open item, the credit memo as a negative one
           MOVE SPACES TO STG-IMAGE
           MOVE ITEM-MASTER-REC TO STG-IMAGE
           WRITE STAGING-REC
           MOVE "SM" TO STG-TYPE
           MOVE SPACES TO STG-IMAGE
           MOVE STOCK-MOVEMENT-REC TO STG-IMAGE
           WRITE STAGING-REC
           IF wsBkTouched = "Y"
               MOVE "BK" TO STG-TYPE
               MOVE SPACES TO STG-IMAGE
               MOVE BRANCH-STOCK-REC TO STG-IMAGE
               WRITE STAGING-REC
           END-IF
           PERFORM VARYING glIdx FROM 1 BY 1
                   UNTIL glIdx > wsGlImgCount
               MOVE "GL" TO STG-TYPE
               MOVE wsGlImage(glIdx) TO STG-IMAGE
               WRITE STAGING-REC
           END-PERFORM
           IF wsRelFound = "Y"
               MOVE "CH" TO STG-TYPE
               MOVE SPACES TO STG-IMAGE
               MOVE wsRelHoldNo TO STG-IMAGE(1:6)
               WRITE STAGING-REC
           END-IF
           CLOSE STAGING-FILE
           MOVE "S" TO AJ-STATE
           perform WRITE-APPLY-JOURNAL.
           MOVE SPACES TO wsStgIV
           MOVE SPACES TO wsStgAR
           MOVE SPACES TO wsStgIM
           MOVE SPACES TO wsStgSM
           MOVE SPACES TO wsStgBK
           MOVE SPACES TO wsStgCH
           MOVE 0 TO wsGlImgCount
           OPEN INPUT STAGING-FILE
           IF wsStgStatus NOT = "00"
                               MOVE STG-IMAGE TO wsStgAR
                           WHEN "IM"
                               MOVE STG-IMAGE TO wsStgIM
                           WHEN "SM"
                               MOVE STG-IMAGE TO wsStgSM
                           WHEN "BK"
                               MOVE STG-IMAGE TO wsStgBK
                           WHEN "CH"
                               MOVE STG-IMAGE TO wsStgCH
                           WHEN "GL"
                               IF wsGlImgCount < 4
                                   ADD 1 TO wsGlImgCount
           CLOSE STAGING-FILE

           perform FINISH-APPLY-ITEM
           perform FINISH-APPLY-BRANCH
           perform FINISH-APPLY-MOVEMENT
           perform FINISH-APPLY-DAILY
           perform FINISH-APPLY-DOCUMENTS
           perform FINISH-APPLY-GL
           IF wsStgCH NOT = SPACES
               MOVE wsStgCH TO wsRelHoldNo
               perform MARK-HOLD-POSTED
           END-IF
           perform FINISH-APPLY-LOG

           MOVE wsApjLastRec TO wsRecNum
           END-READ
           CLOSE ITEM-MASTER.

      *> The branch row, like the item, is staged whole after the
      *> movement, so writing it back is the same bytes either way.
       FINISH-APPLY-BRANCH.
           IF wsStgBK = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO wsBkAvail
           OPEN I-O BRANCH-STOCK
           IF wsBkStatus = "00"
               MOVE "Y" TO wsBkAvail
           END-IF
           IF wsBkStatus = "35"
               OPEN OUTPUT BRANCH-STOCK
               CLOSE BRANCH-STOCK
               OPEN I-O BRANCH-STOCK
           END-IF
           MOVE wsStgBK TO BRANCH-STOCK-REC
           READ BRANCH-STOCK
               INVALID KEY
                   MOVE wsStgBK TO BRANCH-STOCK-REC
                   WRITE BRANCH-STOCK-REC
               NOT INVALID KEY
                   MOVE wsStgBK TO BRANCH-STOCK-REC
                   REWRITE BRANCH-STOCK-REC
           END-READ
           CLOSE BRANCH-STOCK.

      *> The movement line is stamped and carries the invoice
      *> number, so the ledger's last line either is the staged
      *> image or the line never landed.
       FINISH-APPLY-MOVEMENT.
           IF wsStgSM = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO wsTailImage
           MOVE "N" TO wsStgEOF
           OPEN INPUT STOCK-MOVEMENT-FILE
           IF wsSmStatus NOT = "00"
               MOVE "Y" TO wsStgEOF
           END-IF
           PERFORM UNTIL wsStgEOF = "Y"
               READ STOCK-MOVEMENT-FILE
                   AT END
                       MOVE "Y" TO wsStgEOF
                   NOT AT END
                       MOVE SPACES TO wsTailImage
                       MOVE STOCK-MOVEMENT-REC TO wsTailImage
               END-READ
           END-PERFORM
           IF wsSmStatus = "00" OR wsSmStatus = "10"
               CLOSE STOCK-MOVEMENT-FILE
           END-IF
           IF wsTailImage(1:60) = wsStgSM
               EXIT PARAGRAPH
           END-IF
           MOVE wsStgSM TO STOCK-MOVEMENT-REC
           perform WRITE-STOCK-MOVEMENT
           perform CLOSE-STOCK-MOVEMENTS.

      *> The daily row appends only when the file's last row is not
      *> already the staged image -- the crashed run wrote at most
      *> this one row past the checkpoint, so the tail decides.
           IF wsDsStatus = "00" OR wsDsStatus = "10"
               CLOSE DAILY-SALES-FILE
           END-IF
           IF wsTailImage(1:100) = wsStgDS
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND DAILY-SALES-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *> GLREV.DAT holds one batch and the run cuts it fresh, so a
      *> batch from an earlier business date that has not reached
      *> the ledger journal would be lost under the new one. Today's
      *> own batch -- a resume, or the one a forced rerun replaces
      *> -- is not in the way.
       REFUSE-OVER-OPEN-BATCH.
           perform CHECK-PRIOR-GL-BATCH
           IF wsPriorOpen NOT = "Y" OR wsPriorDate = wsRunDate
               EXIT PARAGRAPH
           END-IF
           IF wsPriorStatus = "R"
               display "Revenue batch " wsPriorBatch
                   " on GLREV.DAT was rejected by the GL side --"
                   " settle it before another batch is cut."
           ELSE
               display "Revenue batch " wsPriorBatch
                   " on GLREV.DAT (" wsPriorDate ") is not on the"
                   " ledger journal yet -- run GLACK and GLAPPLY."
           END-IF
           display "Run refused -- nothing posted."
           perform RELEASE-BATCH-LOCK
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       WRITE-CLOSED-EXCEPTIONS.
           OPEN EXTEND CLOSED-EX-FILE
           IF wsCxStatus = "35"
               STOP RUN
           END-IF
           perform BACKOUT-DAILY-POSTINGS
           perform BACKOUT-DAY-DOCUMENTS
           perform BACKOUT-DAY-HOLDS
           perform BACKOUT-DAY-BACKORDERS.

      *> Drops today's rows from the daily sales history through a
      *> work-file copy pass, so the forced rerun posts the day
                   " movements cannot be reversed for the"
                   " backed-out day."
           END-IF
           OPEN I-O BRANCH-STOCK

           MOVE "N" TO wsDwEOF
           OPEN INPUT DAILY-SALES-FILE

           IF wsImStatus = "00"
               CLOSE ITEM-MASTER
               perform CLOSE-STOCK-MOVEMENTS
           END-IF
           IF wsBkAvail = "Y"
               CLOSE BRANCH-STOCK
           END-IF

           MOVE "N" TO wsDwEOF
           display "Backed out today's daily sales rows.".

      *> One dropped row's stock movement, undone: the units of a
      *> sale go back on the shelf, a return's come off it again,
      *> and the reversal goes on the movement ledger under the
      *> same type with the sign turned round.
       REVERSE-ONHAND-MOVEMENT.
           IF DS-ITEM = SPACES OR DS-UNITS IS NOT NUMERIC
               display "Backed-out row for #" DS-SNUMBER
                       " no longer on the master -- on-hand"
                       " not adjusted for it."
               NOT INVALID KEY
                   MOVE DS-RUNDATE TO SM-DATE
                   MOVE DS-ITEM TO SM-ITEM
                   IF DS-TSALE < 0
                       SUBTRACT DS-UNITS FROM IM-ONHAND
                       SET SM-IS-RETURN TO TRUE
                       COMPUTE SM-QTY = 0 - DS-UNITS
                   ELSE
                       ADD DS-UNITS TO IM-ONHAND
                       SET SM-IS-SALE TO TRUE
                       MOVE DS-UNITS TO SM-QTY
                   END-IF
                   REWRITE ITEM-MASTER-REC
                   MOVE "SEQ7" TO SM-SOURCE
                   MOVE "BACKOUT" TO SM-REF
                   MOVE FUNCTION CURRENT-DATE(1:14) TO SM-STAMP
                   perform WRITE-STOCK-MOVEMENT
                   perform REVERSE-BRANCH-ONHAND
           END-READ.

      *> The selling branch's row turns round with the item; head
      *> office's remainder follows the item by itself.
       REVERSE-BRANCH-ONHAND.
           IF DS-BRANCH = SPACES OR wsBkAvail NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE DS-ITEM TO BK-ITEM
           MOVE DS-BRANCH TO BK-BRANCH
           READ BRANCH-STOCK
               INVALID KEY
                   display "Backed-out item " DS-ITEM " has no stock"
                       " row at branch " DS-BRANCH " -- branch"
                       " on-hand not adjusted for it."
               NOT INVALID KEY
                   IF DS-TSALE < 0
                       SUBTRACT DS-UNITS FROM BK-ONHAND
                   ELSE
                       ADD DS-UNITS TO BK-ONHAND
                   END-IF
                   REWRITE BRANCH-STOCK-REC
           END-READ.

      *> The backed-out day's documents go too: its invoices and
           END-IF
           MOVE "SALEBKO" TO TL-OUTCOME
           MOVE wsRunDate TO TL-BUSDATE
           IF DS-CUST IS NUMERIC
               MOVE DS-CUST TO TL-CUST
           END-IF
           perform LOG-TRANSACTION.

      *> A rejected line still leaves its mark on the audit trail,
           MOVE 0 TO TL-RESULT2
           MOVE "REJECT" TO TL-OUTCOME
           MOVE wsRunDate TO TL-BUSDATE
           IF ST-CUST IS NUMERIC
               MOVE ST-CUST TO TL-CUST
           END-IF
           perform LOG-TRANSACTION

      *> The rejected line also lands on the shared suspense file
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.

      *> Where the line is taxed, and at what rate. A customer with
      *> an exemption certificate on file is not taxed at all --
      *> the certificate is honoured as it stands, and one already
      *> past its expiry is flagged here and again on EXMPTRPT for
      *> the desk to chase. Otherwise the customer's own
      *> jurisdiction applies, or for walk-in trade with none, the
      *> selling branch's; its rate is the one in force on the
      *> business date. A line with no jurisdiction, or one with
      *> no rate on file, is taxed at SALESTAX, exactly as before.
      *> The customer record is still current from
      *> CHECK-CUSTOMER-ACTIVE; one from before the tax details
      *> existed carries no valid expiry and is read as neither.
       DETERMINE-LINE-TAX.
           MOVE wsTaxRate TO wsLineRate
           MOVE SPACES TO wsLineJur
           MOVE SPACES TO wsLineCert
           MOVE 0 TO wsLineCertExp
           IF wsCustAvail = "Y" AND wsCustOk = "Y"
               AND CU-EXEMPT-EXPIRY IS NUMERIC
               MOVE CU-EXEMPT-CERT TO wsLineCert
               MOVE CU-EXEMPT-EXPIRY TO wsLineCertExp
               MOVE CU-TAX-JUR TO wsLineJur
           END-IF
           IF wsLineJur = SPACES AND ST-BRANCH NOT = SPACES
               MOVE ST-BRANCH TO wsTjBranch
               perform LOOKUP-BRANCH-JURISDICTION
               MOVE wsTjJur TO wsLineJur
           END-IF
           IF wsLineCert NOT = SPACES
               MOVE 0 TO wsLineRate
               IF wsLineCertExp NOT = 0 AND wsLineCertExp < wsRunDate
                   display "Warning: customer #" ST-CUST
                       " exemption certificate " wsLineCert
                       " expired " wsLineCertExp "."
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF wsLineJur NOT = SPACES
               MOVE wsLineJur TO wsTjJur
               MOVE wsRunDate TO wsTjAsOf
               perform LOAD-JURISDICTION-RATE
               IF wsTjFound = "Y"
                   MOVE wsTjRate TO wsLineRate
               ELSE
                   MOVE SPACES TO wsLineJur
               END-IF
           END-IF.

      *> Prices the sales line from the item master. A transaction
      *> carrying an unknown item code cannot be priced, so it is
      *> rejected the same way an unknown salesman number is.
      *> whatever ITMMAINT staged since. The master's current price
      *> stands in when the item has no dated history -- and it is
      *> kept out of IM-UPRICE itself, which rides along unchanged
      *> on the on-hand rewrite. That dated price is the list; the
      *> customer's contract or a quantity break on the units
      *> ordered may then bring the line below it, and the basis
      *> rides onto the invoice.
       SELECT-EFFECTIVE-PRICE.
           MOVE IM-UPRICE TO wsEffPrice
           MOVE ST-ITEM TO wsPriceItem
           PERFORM LOAD-ITEM-PRICE-HISTORY
           IF wsPriceFound = "Y"
               MOVE wsPriceValue TO wsEffPrice
           END-IF
           MOVE wsEffPrice TO wsEffList
           MOVE ST-CUST TO wsBestCust
           MOVE ST-ITEM TO wsBestItem
           MOVE ST-UNITSOLD TO wsBestQty
           MOVE wsRunDate TO wsBestAsOf
           MOVE wsEffList TO wsBestList
           PERFORM SELECT-BEST-PRICE
           MOVE wsBestPrice TO wsEffPrice
           MOVE wsBestBasis TO wsEffBasis.

      *> The credit edit. A return only ever lowers what the
      *> customer owes, so it is never held; nor is anything when
      *> the customer master is off or the account carries no
      *> limit. A line a supervisor released through CRHOLD posts
      *> past the limit -- it was judged once already -- and its
      *> hold flips to posted as the line is applied, so the
      *> release is spent only once the line has actually landed.
      *> Otherwise the open balance on the ledger (this run's
      *> earlier invoices are on it already, each written as it
      *> posted) plus the document total of the units that ship,
      *> tax included, must fit under the limit or the line is
      *> held.
       CHECK-CREDIT-LIMIT.
           MOVE "Y" TO wsCreditOk
           IF wsCustAvail NOT = "Y" OR ST-IS-RETURN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO wsCreditLimit
           IF CU-CREDIT-LIMIT IS NUMERIC
               MOVE CU-CREDIT-LIMIT TO wsCreditLimit
           END-IF

           perform SCAN-CREDIT-HOLDS
           IF wsRelFound = "Y"
               display "Hold #" wsRelHoldNo " released -- customer #"
                   ST-CUST " posts past the credit limit."
               EXIT PARAGRAPH
           END-IF
           IF wsCreditLimit = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE wsLineTotal = wsEffPrice * wsShipUnits
           COMPUTE wsLineTax ROUNDED =
               wsLineTotal * wsLineRate / 100
           ADD wsLineTax TO wsLineTotal
           perform SUM-OPEN-RECEIVABLE
           IF wsExposure + wsLineTotal NOT > wsCreditLimit
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO wsCreditOk
           ADD 1 TO wsHoldCount
           MOVE wsExposure TO dispExposure
           MOVE wsCreditLimit TO dispLimit
           display "Held: customer #" ST-CUST " owes " dispExposure
               " against a limit of " dispLimit "."
           IF wsHeldAlready = "N"
               perform WRITE-CREDIT-HOLD
           END-IF

           MOVE "SEQ7" TO TL-PROGRAM
           MOVE ST-SNUMBER TO TL-KEY-ID
           MOVE ST-SNAME TO TL-KEY-NAME
           MOVE wsShipUnits TO TL-INPUT1
           MOVE wsEffPrice TO TL-INPUT2
           MOVE 0 TO TL-INPUT3
           MOVE wsLineTotal TO TL-RESULT1
           MOVE wsExposure TO TL-RESULT2
           MOVE "HOLD" TO TL-OUTCOME
           MOVE wsRunDate TO TL-BUSDATE
           MOVE ST-CUST TO TL-CUST
           perform LOG-TRANSACTION.

      *> One pass over the hold queue serves three ends: a released
      *> hold whose image is this very line, whether a resume is
      *> looking at a line it already held before the failure
      *> (same business date and line number -- not held twice),
      *> and the next hold number.
       SCAN-CREDIT-HOLDS.
           MOVE "N" TO wsRelFound
           MOVE "N" TO wsHeldAlready
           MOVE 1 TO wsNextHold
           MOVE "N" TO wsChEOF
           OPEN INPUT CREDIT-HOLD-FILE
           IF wsChStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsChEOF = "Y"
               READ CREDIT-HOLD-FILE
                   AT END
                       MOVE "Y" TO wsChEOF
                   NOT AT END
                       IF CH-HOLDNO NOT < wsNextHold
                           COMPUTE wsNextHold = CH-HOLDNO + 1
                       END-IF
                       IF CH-IS-RELEASED AND wsRelFound = "N"
                           AND CH-IMAGE = SALES-TRANS-REC
                           MOVE "Y" TO wsRelFound
                           MOVE CH-HOLDNO TO wsRelHoldNo
                       END-IF
                       IF CH-BUSDATE = wsRunDate
                           AND CH-RECNUM = wsRecNum
                           AND CH-IS-HELD
                           MOVE "Y" TO wsHeldAlready
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDIT-HOLD-FILE.

      *> Open items only: what is still owed on each is the
      *> document total less what cash has been applied, and a
      *> credit memo's negative item brings the balance down.
       SUM-OPEN-RECEIVABLE.
           MOVE 0 TO wsExposure
           MOVE "N" TO wsArEOF
           OPEN INPUT AR-LEDGER-FILE
           IF wsArStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsArEOF = "Y"
               READ AR-LEDGER-FILE
                   AT END
                       MOVE "Y" TO wsArEOF
                   NOT AT END
                       IF AR-CUST = ST-CUST AND AR-IS-OPEN
                           COMPUTE wsExposure = wsExposure
                               + AR-AMOUNT - AR-PAID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE.

       WRITE-CREDIT-HOLD.
           OPEN EXTEND CREDIT-HOLD-FILE
           IF wsChStatus = "35"
               OPEN OUTPUT CREDIT-HOLD-FILE
               CLOSE CREDIT-HOLD-FILE
               OPEN EXTEND CREDIT-HOLD-FILE
           END-IF
           MOVE wsNextHold TO CH-HOLDNO
           MOVE wsRunDate TO CH-BUSDATE
           MOVE wsRecNum TO CH-RECNUM
           MOVE ST-CUST TO CH-CUST
           MOVE wsLineTotal TO CH-AMOUNT
           MOVE wsExposure TO CH-EXPOSURE
           MOVE wsCreditLimit TO CH-LIMIT
           SET CH-IS-HELD TO TRUE
           MOVE SALES-TRANS-REC TO CH-IMAGE
           MOVE 0 TO CH-POST-DATE
           WRITE CREDIT-HOLD-REC
           CLOSE CREDIT-HOLD-FILE
           display "  -> credit hold #" wsNextHold
               " awaits a supervisor in CRHOLD.".

      *> The spent release flips to posted through a work-file copy
      *> pass, the same discipline the other sequential queues use,
      *> stamped with the business date it posted under. Marking
      *> it twice -- a restart finishing the staged record -- lands
      *> the same bytes.
       MARK-HOLD-POSTED.
           MOVE "N" TO wsChEOF
           OPEN INPUT CREDIT-HOLD-FILE
           IF wsChStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CREDIT-HOLD-WORK-FILE
           PERFORM UNTIL wsChEOF = "Y"
               READ CREDIT-HOLD-FILE
                   AT END
                       MOVE "Y" TO wsChEOF
                   NOT AT END
                       IF CH-HOLDNO = wsRelHoldNo
                           SET CH-IS-POSTED TO TRUE
                           MOVE wsRunDate TO CH-POST-DATE
                       END-IF
                       MOVE CREDIT-HOLD-REC TO CREDIT-HOLD-WORK-REC
                       WRITE CREDIT-HOLD-WORK-REC
               END-READ
           END-PERFORM
           CLOSE CREDIT-HOLD-FILE
           CLOSE CREDIT-HOLD-WORK-FILE
           perform COPY-HOLDS-BACK.

      *> A forced rerun judges the day's lines afresh, so holds the
      *> first pass cut that no supervisor has touched yet drop out
      *> of the queue with the rest of the day's postings, and the
      *> releases the first pass spent go back to released -- the
      *> way RESTORE-DAY-BACKORDER puts back the day's fills -- so
      *> the repost finds them again; other decided holds stay.
       BACKOUT-DAY-HOLDS.
           MOVE "N" TO wsChEOF
           OPEN INPUT CREDIT-HOLD-FILE
           IF wsChStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CREDIT-HOLD-WORK-FILE
           PERFORM UNTIL wsChEOF = "Y"
               READ CREDIT-HOLD-FILE
                   AT END
                       MOVE "Y" TO wsChEOF
                   NOT AT END
                       IF CH-BUSDATE = wsRunDate AND CH-IS-HELD
                           CONTINUE
                       ELSE
                           IF CH-IS-POSTED
                               AND CH-POST-DATE IS NUMERIC
                               AND CH-POST-DATE = wsRunDate
                               SET CH-IS-RELEASED TO TRUE
                               MOVE 0 TO CH-POST-DATE
                           END-IF
                           MOVE CREDIT-HOLD-REC
                               TO CREDIT-HOLD-WORK-REC
                           WRITE CREDIT-HOLD-WORK-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDIT-HOLD-FILE
           CLOSE CREDIT-HOLD-WORK-FILE
           perform COPY-HOLDS-BACK.

       COPY-HOLDS-BACK.
           MOVE "N" TO wsChEOF
           OPEN INPUT CREDIT-HOLD-WORK-FILE
           OPEN OUTPUT CREDIT-HOLD-FILE
           PERFORM UNTIL wsChEOF = "Y"
               READ CREDIT-HOLD-WORK-FILE
                   AT END
                       MOVE "Y" TO wsChEOF
                   NOT AT END
                       MOVE CREDIT-HOLD-WORK-REC TO CREDIT-HOLD-REC
                       WRITE CREDIT-HOLD-REC
               END-READ
           END-PERFORM
           CLOSE CREDIT-HOLD-WORK-FILE
           CLOSE CREDIT-HOLD-FILE.

      *> The stock split. A return puts stock back and is never
      *> short. A sale ships what the selling branch's shelf -- as
      *> this run has already left it, and never more than the
      *> company-wide position -- will cover; the rest is the
      *> shortfall. Nothing is written here: the credit edit runs
      *> on the split before CHECK-STOCK-SHORTFALL acts on it.
       FIGURE-SHIP-UNITS.
           MOVE 0 TO wsShortUnits
           IF ST-IS-RETURN
               EXIT PARAGRAPH
           END-IF
           perform SCAN-BACKORDERS
           MOVE ST-ITEM TO wsBkItem
           MOVE ST-BRANCH TO wsBkBranch
           perform GET-BRANCH-ONHAND
           MOVE wsBkOnhand TO wsShelf
           IF IM-ONHAND < wsShelf
               MOVE IM-ONHAND TO wsShelf
           END-IF
           IF wsShelf < ST-UNITSOLD
               IF wsShelf > 0
                   MOVE wsShelf TO wsShipUnits
               ELSE
                   MOVE 0 TO wsShipUnits
               END-IF
               COMPUTE wsShortUnits = ST-UNITSOLD - wsShipUnits
           END-IF.

      *> The stock edit. The shortfall FIGURE-SHIP-UNITS split off
      *> is cut to BACKORD.DAT under the customer, the item, and the
      *> date the sale was taken. A line BOFILL released off a
      *> backorder flips that backorder to filled as it posts; if
      *> the shelf has been emptied again since, what still cannot
      *> ship is cut afresh under the original sale date, and a
      *> release that ships nothing simply reopens where it stood.
       CHECK-STOCK-SHORTFALL.
           IF ST-IS-RETURN
               EXIT PARAGRAPH
           END-IF
           IF wsBoRelFound = "Y"
               perform MARK-BACKORDER-FILLED
           END-IF
           IF wsShortUnits = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO wsBoCount
           ADD wsShortUnits TO wsBoUnits
           display "Short: item " ST-ITEM " for customer #" ST-CUST
               " -- " wsShortUnits " unit(s) backordered."
           IF wsBoAlready = "N"
               AND NOT (wsBoRelFound = "Y" AND wsShipUnits = 0)
               perform WRITE-BACKORDER
           END-IF
           IF wsShipUnits > 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO wsBoFullCount
           MOVE "SEQ7" TO TL-PROGRAM
           MOVE ST-SNUMBER TO TL-KEY-ID
           MOVE ST-SNAME TO TL-KEY-NAME
           MOVE ST-UNITSOLD TO TL-INPUT1
           MOVE wsEffPrice TO TL-INPUT2
           MOVE 0 TO TL-INPUT3
           MOVE 0 TO TL-RESULT1
           MOVE 0 TO TL-RESULT2
           MOVE "BACKORD" TO TL-OUTCOME
           MOVE wsRunDate TO TL-BUSDATE
           MOVE ST-CUST TO TL-CUST
           perform LOG-TRANSACTION.

      *> One pass over the backorder file, the SCAN-CREDIT-HOLDS
      *> way: the next backorder number, whether a resume is looking
      *> at a line it already cut before the failure, and a released
      *> backorder whose line image this very line is.
       SCAN-BACKORDERS.
           MOVE "N" TO wsBoRelFound
           MOVE "N" TO wsBoAlready
           MOVE 0 TO wsBoRelNo
           MOVE wsRunDate TO wsBoSaleDate
           MOVE 1 TO wsNextBo
           MOVE "N" TO wsBoEOF
           OPEN INPUT BACKORDER-FILE
           IF wsBoStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsBoEOF = "Y"
               READ BACKORDER-FILE
                   AT END
                       MOVE "Y" TO wsBoEOF
                   NOT AT END
                       IF BO-BONO NOT < wsNextBo
                           COMPUTE wsNextBo = BO-BONO + 1
                       END-IF
                       IF BO-IS-RELEASED AND wsBoRelFound = "N"
                           AND BO-IMAGE = SALES-TRANS-REC
                           MOVE "Y" TO wsBoRelFound
                           MOVE BO-BONO TO wsBoRelNo
                           MOVE BO-SALE-DATE TO wsBoSaleDate
                       END-IF
                       IF BO-BUSDATE = wsRunDate
                           AND BO-RECNUM = wsRecNum
                           AND BO-IS-OPEN
                           MOVE "Y" TO wsBoAlready
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKORDER-FILE.

       WRITE-BACKORDER.
           OPEN EXTEND BACKORDER-FILE
           IF wsBoStatus = "35"
               OPEN OUTPUT BACKORDER-FILE
               CLOSE BACKORDER-FILE
               OPEN EXTEND BACKORDER-FILE
           END-IF
           MOVE wsNextBo TO BO-BONO
           MOVE ST-CUST TO BO-CUST
           MOVE ST-ITEM TO BO-ITEM
           MOVE ST-BRANCH TO BO-BRANCH
           MOVE wsBoSaleDate TO BO-SALE-DATE
           MOVE wsRunDate TO BO-BUSDATE
           MOVE wsRecNum TO BO-RECNUM
           MOVE wsBoRelNo TO BO-PARENT
           MOVE wsShortUnits TO BO-QTY
           MOVE ST-SNUMBER TO BO-SNUMBER
           SET BO-IS-OPEN TO TRUE
           MOVE 0 TO BO-REL-DATE
           MOVE 0 TO BO-FILL-DATE
           MOVE SALES-TRANS-REC TO BO-IMAGE
           WRITE BACKORDER-REC
           CLOSE BACKORDER-FILE
           display "  -> backorder #" wsNextBo
               " waits for stock; BOFILL releases it.".

      *> The released backorder this line came off is spent. What
      *> shipped is what it filled; a release that shipped nothing
      *> goes back to open under today's line, so a resume knows it
      *> is already cut.
       MARK-BACKORDER-FILLED.
           MOVE "N" TO wsBoEOF
           OPEN INPUT BACKORDER-FILE
           OPEN OUTPUT BACKORDER-WORK-FILE
           PERFORM UNTIL wsBoEOF = "Y"
               READ BACKORDER-FILE
                   AT END
                       MOVE "Y" TO wsBoEOF
                   NOT AT END
                       IF BO-BONO = wsBoRelNo
                           IF wsShipUnits = 0
                               SET BO-IS-OPEN TO TRUE
                               MOVE wsRunDate TO BO-BUSDATE
                               MOVE wsRecNum TO BO-RECNUM
                           ELSE
                               SET BO-IS-FILLED TO TRUE
                               MOVE wsRunDate TO BO-FILL-DATE
                               MOVE wsShipUnits TO BO-QTY
                           END-IF
                       END-IF
                       MOVE SPACES TO BACKORDER-WORK-REC
                       MOVE BACKORDER-REC TO BACKORDER-WORK-REC
                       WRITE BACKORDER-WORK-REC
               END-READ
           END-PERFORM
           CLOSE BACKORDER-FILE
           CLOSE BACKORDER-WORK-FILE
           MOVE "N" TO wsBoRestore
           perform COPY-BACKORDERS-BACK.

      *> A forced rerun cuts the day's shortfalls afresh, so the
      *> backorders the first pass cut drop out, and the released
      *> backorders it filled or reopened go back to released --
      *> with any quantity a re-cut split off them put back -- so
      *> the repost finds them again.
       BACKOUT-DAY-BACKORDERS.
           MOVE 0 TO wsBoDropCount
           MOVE "N" TO wsBoEOF
           OPEN INPUT BACKORDER-FILE
           IF wsBoStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BACKORDER-WORK-FILE
           PERFORM UNTIL wsBoEOF = "Y"
               READ BACKORDER-FILE
                   AT END
                       MOVE "Y" TO wsBoEOF
                   NOT AT END
                       IF BO-IS-OPEN AND BO-BUSDATE = wsRunDate
                           AND BO-REL-DATE = 0
                           IF BO-PARENT NOT = 0
                               AND wsBoDropCount < 200
                               ADD 1 TO wsBoDropCount
                               MOVE BO-PARENT
                                   TO wsBoDropParent(wsBoDropCount)
                               MOVE BO-QTY
                                   TO wsBoDropQty(wsBoDropCount)
                           END-IF
                       ELSE
                           MOVE SPACES TO BACKORDER-WORK-REC
                           MOVE BACKORDER-REC TO BACKORDER-WORK-REC
                           WRITE BACKORDER-WORK-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKORDER-FILE
           CLOSE BACKORDER-WORK-FILE
           MOVE "Y" TO wsBoRestore
           perform COPY-BACKORDERS-BACK
           display "Backed out today's backorders.".

       RESTORE-DAY-BACKORDER.
           IF BO-IS-FILLED AND BO-FILL-DATE = wsRunDate
               SET BO-IS-RELEASED TO TRUE
               MOVE 0 TO BO-FILL-DATE
               PERFORM VARYING boIdx FROM 1 BY 1
                       UNTIL boIdx > wsBoDropCount
                   IF wsBoDropParent(boIdx) = BO-BONO
                       ADD wsBoDropQty(boIdx) TO BO-QTY
                   END-IF
               END-PERFORM
           END-IF
           IF BO-IS-OPEN AND BO-BUSDATE = wsRunDate
               AND BO-REL-DATE NOT = 0
               SET BO-IS-RELEASED TO TRUE
           END-IF.

       COPY-BACKORDERS-BACK.
           MOVE "N" TO wsBoEOF
           OPEN INPUT BACKORDER-WORK-FILE
           OPEN OUTPUT BACKORDER-FILE
           PERFORM UNTIL wsBoEOF = "Y"
               READ BACKORDER-WORK-FILE
                   AT END
                       MOVE "Y" TO wsBoEOF
                   NOT AT END
                       MOVE BACKORDER-WORK-REC TO BACKORDER-REC
                       IF wsBoRestore = "Y"
                           PERFORM RESTORE-DAY-BACKORDER
                       END-IF
                       WRITE BACKORDER-REC
               END-READ
           END-PERFORM
           CLOSE BACKORDER-WORK-FILE
           CLOSE BACKORDER-FILE.
