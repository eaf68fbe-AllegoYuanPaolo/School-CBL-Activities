      *> Cycle count and physical inventory. Mode 1 prints count
      *> sheets for a range of item codes -- description and a
      *> blank to write the count in, never the book quantity, so
      *> the counter counts instead of confirming -- and freezes
      *> each item's book position on CYCCNT.DAT. Mode 2 keys the
      *> counted quantities off the returned sheets. Mode 3 is the
      *> variance report, book against count per item, valued at
      *> the item's unit price. Mode 4, for a supervisor proven
      *> against OPERPROF.DAT, posts the counted lines to
      *> ITEMMAST.DAT after confirmation and writes one line per
      *> adjusted item on the adjustment journal INVADJ.DAT, so
      *> REORDRPT works from what is really on the shelf; each
      *> adjustment also goes on the stock movement ledger. One
      *> count is in progress at a time; printing new sheets over
      *> an unposted count discards it only on request. All the
      *> printed output goes to CYCCOUNT.PRT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCCOUNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IM-ITEM
               FILE STATUS wsImStatus.

           SELECT CYCLE-COUNT-FILE ASSIGN TO "CYCCNT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsCcStatus.

           SELECT INVENTORY-ADJUSTMENT-FILE ASSIGN TO "INVADJ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsIaStatus.

           SELECT STOCK-MOVEMENT-FILE ASSIGN TO "STKMOVE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsSmStatus.

           SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsOpStatus.

           SELECT REPORT-PRINT-FILE ASSIGN TO "CYCCOUNT.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD ITEM-MASTER.
           COPY ITEMMAST.

           FD CYCLE-COUNT-FILE.
           COPY CYCCNT.

           FD INVENTORY-ADJUSTMENT-FILE.
           COPY INVADJ.

           FD STOCK-MOVEMENT-FILE.
           COPY STKMOVE.

           FD OPERATOR-PROFILE-FILE.
           COPY OPERPROF.

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsEOF pic X value "N".
           01 wsImStatus pic X(2).
           01 wsCcStatus pic X(2).
           01 wsIaStatus pic X(2).
           01 wsOpStatus pic X(2).
           01 wsSmStatus pic X(2).
           01 wsSmOpen pic X value "N".

           01 wsOperator pic X(8).
           01 wsIsSuper pic X value "N".
           01 wsProfEOF pic X.
           01 wsToday pic 9(8).
           01 wsAnswer pic X.

           01 mntFromItem pic X(6).
           01 mntToItem pic X(6).
           01 mntItem pic X(6).
           01 mntCounted pic 9(6).

      *> The count in progress, held whole while it is keyed or
      *> posted and written back to CYCCNT.DAT afterwards.
           01 wsCcCount pic 9(4) value 0.
           01 wsCcMax pic 9(4) value 500.
           01 wsCcTable.
               05 wsCcEntry OCCURS 500 TIMES.
                   10 wsCtItem PIC X(6).
                   10 wsCtSheetDate PIC 9(8).
                   10 wsCtBook PIC S9(6).
                   10 wsCtCounted PIC 9(6).
                   10 wsCtStatus PIC X.
           01 ccIdx pic 9(4).
           01 wsOpenLines pic 9(4).
           01 wsFound pic X.

           01 wsVariance pic S9(7).
           01 wsVarValue pic S9(9).
           01 wsNetValue pic S9(11) value 0.
           01 wsGrossValue pic 9(11) value 0.
           01 wsSheetCount pic 9(4) value 0.
           01 wsCountedCount pic 9(4) value 0.
           01 wsUncountedCount pic 9(4) value 0.
           01 wsVarCount pic 9(4) value 0.
           01 wsPostedCount pic 9(4) value 0.

           01 dispBook pic ZZZ,ZZ9-.
           01 dispCounted pic ZZZ,ZZ9.
           01 dispVariance pic Z,ZZZ,ZZ9-.
           01 dispValue pic ZZZ,ZZZ,ZZ9-.
           01 dispTotal pic Z,ZZZ,ZZZ,ZZ9-.
           01 dispCount pic Z,ZZ9.

           COPY NUMCHECK.
           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           display "Operator ID: " with no advancing.
           accept wsOperator.
           perform CHECK-OPERATOR-CLASS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday.

           move "Cycle Count" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           display "1. Print count sheets for a range of items".
           display "2. Enter counted quantities".
           display "3. Count variance report".
           display "4. Post count adjustments (supervisor)".
           display "Select mode: " with no advancing.
           accept wsMode.

           evaluate wsMode
               when 1
                   perform PRINT-COUNT-SHEETS
               when 2
                   perform ENTER-COUNTS
               when 3
                   perform VARIANCE-REPORT
               when 4
                   perform POST-ADJUSTMENTS
               when other
                   display "Invalid selection."
           end-evaluate.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY RPTPRTPR.
           COPY STKMVPR.

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

       LOAD-COUNT-TABLE.
           MOVE 0 TO wsCcCount
           MOVE 0 TO wsOpenLines
           move "N" to wsEOF
           OPEN INPUT CYCLE-COUNT-FILE
           IF wsCcStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ CYCLE-COUNT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF wsCcCount < wsCcMax
                           ADD 1 TO wsCcCount
                           MOVE CC-ITEM TO wsCtItem(wsCcCount)
                           MOVE CC-SHEET-DATE
                               TO wsCtSheetDate(wsCcCount)
                           MOVE CC-BOOK TO wsCtBook(wsCcCount)
                           MOVE CC-COUNTED TO wsCtCounted(wsCcCount)
                           MOVE CC-STATUS TO wsCtStatus(wsCcCount)
                           IF NOT CC-IS-POSTED
                               ADD 1 TO wsOpenLines
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF wsCcStatus = "00" OR wsCcStatus = "10"
               CLOSE CYCLE-COUNT-FILE
           END-IF.

       SAVE-COUNT-TABLE.
           OPEN OUTPUT CYCLE-COUNT-FILE
           PERFORM VARYING ccIdx FROM 1 BY 1
                   UNTIL ccIdx > wsCcCount
               MOVE wsCtItem(ccIdx) TO CC-ITEM
               MOVE wsCtSheetDate(ccIdx) TO CC-SHEET-DATE
               MOVE wsCtBook(ccIdx) TO CC-BOOK
               MOVE wsCtCounted(ccIdx) TO CC-COUNTED
               MOVE wsCtStatus(ccIdx) TO CC-STATUS
               WRITE CYCLE-COUNT-REC
           END-PERFORM
           CLOSE CYCLE-COUNT-FILE.

      *> Sheets list each item in the range with a blank for the
      *> count. The book quantity is frozen into the count table
      *> at the same moment but is never printed.
       PRINT-COUNT-SHEETS.
           perform LOAD-COUNT-TABLE
           IF wsOpenLines > 0
               MOVE wsOpenLines TO dispCount
               display "A count of " dispCount " item(s) is still"
                   " unposted."
               display "Discard it and print new sheets? (Y/N): "
                   with no advancing
               move "N" to wsAnswer
               accept wsAnswer
               IF wsAnswer NOT = "Y" AND wsAnswer NOT = "y"
                   display "Sheets not printed."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO wsCcCount

           display "From item code: " with no advancing
           move spaces to mntFromItem
           accept mntFromItem
           display "To item code (blank = end of file): "
               with no advancing
           move spaces to mntToItem
           accept mntToItem
           IF mntToItem = SPACES
               MOVE HIGH-VALUES TO mntToItem
           END-IF

           OPEN INPUT ITEM-MASTER
           IF wsImStatus NOT = "00"
               display "Item master not on file -- nothing to"
                   " count."
               EXIT PARAGRAPH
           END-IF

           MOVE "Cycle Count Sheet" to WS-RPT-TITLE
           MOVE SPACES TO wsRptColHead
           STRING "ITEM    DESCRIPTION           COUNTED"
               "       COUNTED BY"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           MOVE SPACES TO wsRptLine

           move "N" to wsEOF
           MOVE mntFromItem TO IM-ITEM
           START ITEM-MASTER KEY NOT < IM-ITEM
               INVALID KEY
                   MOVE "Y" TO wsEOF
           END-START
           PERFORM UNTIL wsEOF = "Y"
               READ ITEM-MASTER NEXT
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF IM-ITEM > mntToItem
                           MOVE "Y" TO wsEOF
                       ELSE
                           PERFORM ISSUE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ITEM-MASTER

           MOVE wsSheetCount TO dispCount
           STRING "ITEMS ON SHEET: " dispCount
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           perform CLOSE-REPORT-PRINT
           perform SAVE-COUNT-TABLE
           display "Items on count sheets: " dispCount
           display "Sheets are on CYCCOUNT.PRT.".

       ISSUE-ONE-ITEM.
           IF wsCcCount NOT < wsCcMax
               display "Count table full at " wsCcMax
                   " items -- item " IM-ITEM " and after not issued."
               MOVE "Y" TO wsEOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO wsCcCount
           ADD 1 TO wsSheetCount
           MOVE IM-ITEM TO wsCtItem(wsCcCount)
           MOVE wsToday TO wsCtSheetDate(wsCcCount)
           MOVE IM-ONHAND TO wsCtBook(wsCcCount)
           MOVE 0 TO wsCtCounted(wsCcCount)
           MOVE "I" TO wsCtStatus(wsCcCount)
           STRING IM-ITEM "  " IM-DESC "  __________    __________"
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.

      *> A recount simply keys the item again; the later figure
      *> stands until the count is posted.
       ENTER-COUNTS.
           perform LOAD-COUNT-TABLE
           IF wsOpenLines = 0
               display "No count in progress -- print sheets"
                   " first."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO wsAnswer
           PERFORM UNTIL wsAnswer NOT = "Y"
               display "Item code (blank ends entry): "
                   with no advancing
               move spaces to mntItem
               accept mntItem
               IF mntItem = SPACES
                   EXIT PERFORM
               END-IF
               MOVE "N" TO wsFound
               PERFORM VARYING ccIdx FROM 1 BY 1
                       UNTIL ccIdx > wsCcCount OR wsFound = "Y"
                   IF wsCtItem(ccIdx) = mntItem
                       AND wsCtStatus(ccIdx) NOT = "P"
                       MOVE "Y" TO wsFound
                       perform KEY-ONE-COUNT
                   END-IF
               END-PERFORM
               IF wsFound = "N"
                   display "Item " mntItem " is not on the count"
                       " in progress."
               END-IF
           END-PERFORM
           perform SAVE-COUNT-TABLE
           MOVE wsCountedCount TO dispCount
           display "Counts keyed: " dispCount.

       KEY-ONE-COUNT.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Counted quantity: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntCounted = function numval(WS-VALID-BUFFER)
           MOVE mntCounted TO wsCtCounted(ccIdx)
           MOVE "C" TO wsCtStatus(ccIdx)
           ADD 1 TO wsCountedCount.

       VARIANCE-REPORT.
           perform LOAD-COUNT-TABLE
           IF wsOpenLines = 0
               display "No count in progress to report."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ITEM-MASTER
           IF wsImStatus NOT = "00"
               display "Item master not on file -- cannot value"
                   " the count."
               EXIT PARAGRAPH
           END-IF

           move "Cycle Count Variance Report" to WS-RPT-TITLE
           MOVE SPACES TO wsRptColHead
           STRING "ITEM    DESCRIPTION              BOOK  COUNTED"
               "   VARIANCE        VALUE"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           MOVE SPACES TO wsRptLine
           display "ITEM    DESCRIPTION              BOOK  COUNTED"
               "   VARIANCE        VALUE"

           PERFORM VARYING ccIdx FROM 1 BY 1
                   UNTIL ccIdx > wsCcCount
               IF wsCtStatus(ccIdx) NOT = "P"
                   perform REPORT-ONE-VARIANCE
               END-IF
           END-PERFORM
           CLOSE ITEM-MASTER

           display " "
           MOVE wsCountedCount TO dispCount
           display "Items counted:         " dispCount
           STRING "ITEMS COUNTED:         " dispCount
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE wsUncountedCount TO dispCount
           display "Items not yet counted: " dispCount
           STRING "ITEMS NOT YET COUNTED: " dispCount
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE wsVarCount TO dispCount
           display "Items with a variance: " dispCount
           STRING "ITEMS WITH A VARIANCE: " dispCount
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE wsNetValue TO dispTotal
           display "Net variance value:   " dispTotal
           STRING "NET VARIANCE VALUE:   " dispTotal
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE wsGrossValue TO dispTotal
           display "Gross variance value: " dispTotal
           STRING "GROSS VARIANCE VALUE: " dispTotal
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           perform CLOSE-REPORT-PRINT.

       REPORT-ONE-VARIANCE.
           MOVE wsCtItem(ccIdx) TO IM-ITEM
           READ ITEM-MASTER
               INVALID KEY
                   MOVE "(no longer on file)" TO IM-DESC
                   MOVE 0 TO IM-UPRICE
           END-READ
           MOVE wsCtBook(ccIdx) TO dispBook
           IF wsCtStatus(ccIdx) = "I"
               ADD 1 TO wsUncountedCount
               display wsCtItem(ccIdx) "  " IM-DESC "  " dispBook
                   "  NOT COUNTED"
               STRING wsCtItem(ccIdx) "  " IM-DESC "  " dispBook
                   "  NOT COUNTED"
                   DELIMITED BY SIZE INTO wsRptLine
               perform WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO wsCountedCount
           COMPUTE wsVariance = wsCtCounted(ccIdx) - wsCtBook(ccIdx)
           COMPUTE wsVarValue = wsVariance * IM-UPRICE
           IF wsVariance NOT = 0
               ADD 1 TO wsVarCount
           END-IF
           ADD wsVarValue TO wsNetValue
           IF wsVarValue < 0
               SUBTRACT wsVarValue FROM wsGrossValue
           ELSE
               ADD wsVarValue TO wsGrossValue
           END-IF
           MOVE wsCtCounted(ccIdx) TO dispCounted
           MOVE wsVariance TO dispVariance
           MOVE wsVarValue TO dispValue
           display wsCtItem(ccIdx) "  " IM-DESC "  " dispBook
               "  " dispCounted "  " dispVariance " " dispValue
           STRING wsCtItem(ccIdx) "  " IM-DESC "  " dispBook
               "  " dispCounted "  " dispVariance " " dispValue
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.

      *> Only counted lines post; anything still uncounted stays on
      *> the count for a later session. The on-hand figure moves by
      *> the variance against the frozen book quantity, so sales
      *> and receipts since the sheets printed are kept.
       POST-ADJUSTMENTS.
           IF wsIsSuper NOT = "Y"
               display "Posting count adjustments needs a"
                   " supervisor."
               EXIT PARAGRAPH
           END-IF
           perform LOAD-COUNT-TABLE
           MOVE 0 TO wsCountedCount
           PERFORM VARYING ccIdx FROM 1 BY 1
                   UNTIL ccIdx > wsCcCount
               IF wsCtStatus(ccIdx) = "C"
                   ADD 1 TO wsCountedCount
               END-IF
           END-PERFORM
           IF wsCountedCount = 0
               display "No counted lines to post."
               EXIT PARAGRAPH
           END-IF
           MOVE wsCountedCount TO dispCount
           display dispCount " counted item(s) ready to post."
           display "Run the variance report first if it has not"
               " been reviewed."
           display "Post the adjustments to the item master? (Y/N): "
               with no advancing
           move "N" to wsAnswer
           accept wsAnswer
           IF wsAnswer NOT = "Y" AND wsAnswer NOT = "y"
               display "Nothing posted."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ITEM-MASTER
           IF wsImStatus NOT = "00"
               display "Item master not on file -- nothing"
                   " posted."
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND INVENTORY-ADJUSTMENT-FILE
           IF wsIaStatus = "35"
               OPEN OUTPUT INVENTORY-ADJUSTMENT-FILE
               CLOSE INVENTORY-ADJUSTMENT-FILE
               OPEN EXTEND INVENTORY-ADJUSTMENT-FILE
           END-IF
           PERFORM VARYING ccIdx FROM 1 BY 1
                   UNTIL ccIdx > wsCcCount
               IF wsCtStatus(ccIdx) = "C"
                   perform POST-ONE-COUNT
               END-IF
           END-PERFORM
           CLOSE INVENTORY-ADJUSTMENT-FILE
           perform CLOSE-STOCK-MOVEMENTS
           CLOSE ITEM-MASTER
           perform SAVE-COUNT-TABLE

           MOVE wsPostedCount TO dispCount
           display "Items adjusted: " dispCount
           MOVE wsNetValue TO dispTotal
           display "Net adjustment value: " dispTotal.

       POST-ONE-COUNT.
           MOVE wsCtItem(ccIdx) TO IM-ITEM
           READ ITEM-MASTER
               INVALID KEY
                   display "Item " wsCtItem(ccIdx)
                       " is no longer on file -- not posted."
                   EXIT PARAGRAPH
           END-READ
           MOVE "P" TO wsCtStatus(ccIdx)
           COMPUTE wsVariance = wsCtCounted(ccIdx) - wsCtBook(ccIdx)
           IF wsVariance = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE wsVarValue = wsVariance * IM-UPRICE
           ADD wsVariance TO IM-ONHAND
           REWRITE ITEM-MASTER-REC
           ADD 1 TO wsPostedCount
           ADD wsVarValue TO wsNetValue

           MOVE FUNCTION CURRENT-DATE(1:14) TO IA-TIMESTAMP
           MOVE IM-ITEM TO IA-ITEM
           MOVE wsCtBook(ccIdx) TO IA-BOOK
           MOVE wsCtCounted(ccIdx) TO IA-COUNTED
           MOVE wsVariance TO IA-ADJUST
           MOVE wsVarValue TO IA-VALUE
           MOVE wsOperator TO IA-OPERATOR
           WRITE INVENTORY-ADJUSTMENT-REC

           MOVE wsToday TO SM-DATE
           MOVE IM-ITEM TO SM-ITEM
           SET SM-IS-ADJUST TO TRUE
           MOVE wsVariance TO SM-QTY
           MOVE "CYCCOUNT" TO SM-SOURCE
           MOVE SPACES TO SM-REF
           STRING "CT" wsCtSheetDate(ccIdx)
               DELIMITED BY SIZE INTO SM-REF
           MOVE IA-TIMESTAMP TO SM-STAMP
           perform WRITE-STOCK-MOVEMENT.
