      *> Shop material stock in the rack, counted in stock sheets per
      *> MATTBL material. Mode 1 posts a delivery of sheets: the
      *> material's count goes up on MATSTOCK.DAT and the receipt
      *> leaves a line on the MATRCPT.DAT journal under the
      *> supplier's delivery reference. The depletion half is
      *> JOBCOST's material issue, which takes the area drawn for a
      *> job off the count as its share of a sheet. Mode 2 lists
      *> the rack -- sheets on hand (a part sheet shows as its
      *> fraction), the sheet size, and the last delivery -- with a
      *> count below zero flagged RECOUNT, since issues cannot
      *> really outrun the rack. MATSHORT sets the count against
      *> what the open jobs still need.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATSTK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATERIAL-STOCK-FILE ASSIGN TO "MATSTOCK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsMsStatus.

           SELECT MATERIAL-RECEIPT-FILE ASSIGN TO "MATRCPT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsMrStatus.

       DATA DIVISION.
           FILE SECTION.
           FD MATERIAL-STOCK-FILE.
           COPY MATSTOCK.

           FD MATERIAL-RECEIPT-FILE.
           COPY MATRCPT.

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsMrStatus pic X(2).

           COPY MATTBL.
           COPY SHEETTBL.
           COPY MSTKWS.

           01 rcvSheets pic 9(5).
           01 rcvReference pic X(12).
           01 wsToday pic 9(8).
           01 wsFlag pic X(7).

           01 dispSheets pic ZZ,ZZ9.99-.
           01 dispCount pic ZZ,ZZ9.

           COPY NUMCHECK.
           COPY RPTHDR.

       PROCEDURE DIVISION.

           display "1. Receive stock sheets".
           display "2. Material stock listing".
           display "Select mode: " with no advancing.
           accept wsMode.

           evaluate wsMode
               when 1
                   perform RECEIVE-SHEETS
               when 2
                   perform LIST-MATERIAL-STOCK
               when other
                   display "Invalid selection."
           end-evaluate.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY MATPR.
           COPY MSTKPR.

       RECEIVE-SHEETS.
           display "Material code: " with no advancing
           accept wsMaterialCode
           perform LOOKUP-MATERIAL-RATE
           IF wsMaterialOk = "N"
               display "Receipt not posted -- not a material we"
                   " stock."
               EXIT PARAGRAPH
           END-IF

           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Sheets received: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute rcvSheets = function numval(WS-VALID-BUFFER)
           IF rcvSheets = 0
               display "Nothing received -- receipt not posted."
               EXIT PARAGRAPH
           END-IF

           display "Delivery reference: " with no advancing
           move spaces to rcvReference
           accept rcvReference

           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday
           perform LOAD-MATERIAL-STOCK
           perform FIND-MATERIAL-STOCK
           ADD rcvSheets TO msOnHand(msIdx)
           MOVE wsToday TO msLastReceipt(msIdx)
           MOVE msOnHand(msIdx) TO dispSheets
           perform SAVE-MATERIAL-STOCK

           OPEN EXTEND MATERIAL-RECEIPT-FILE
           IF wsMrStatus = "35"
               OPEN OUTPUT MATERIAL-RECEIPT-FILE
               CLOSE MATERIAL-RECEIPT-FILE
               OPEN EXTEND MATERIAL-RECEIPT-FILE
           END-IF
           MOVE wsMaterialCode TO MR-MATERIAL
           MOVE wsToday TO MR-DATE
           MOVE rcvSheets TO MR-SHEETS
           MOVE rcvReference TO MR-REFERENCE
           WRITE MATERIAL-RECEIPT-REC
           CLOSE MATERIAL-RECEIPT-FILE

           MOVE rcvSheets TO dispCount
           display dispCount " sheets of " wsMaterialDesc
               " received; " dispSheets " now in the rack.".

       LIST-MATERIAL-STOCK.
           move "Material Stock Listing" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           display "MATERIAL            SHEET (CM)    ON HAND"
               "  LAST RECEIPT"
           perform LOAD-MATERIAL-STOCK
           PERFORM VARYING msIdx FROM 1 BY 1 UNTIL msIdx > 5
               MOVE msOnHand(msIdx) TO dispSheets
               IF msOnHand(msIdx) < 0
                   MOVE "RECOUNT" TO wsFlag
               ELSE
                   MOVE SPACES TO wsFlag
               END-IF
               display msMaterial(msIdx) " " MT-DESC(msIdx) " "
                   SS-WIDTH(msIdx) " x " SS-LENGTH(msIdx) " "
                   dispSheets "  " msLastReceipt(msIdx) "  " wsFlag
           END-PERFORM
           perform PRINT-REPORT-FOOTER.
