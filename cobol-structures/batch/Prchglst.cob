      *> price, effective date -- so the sales manager signs off a
      *> one-page listing instead of diffing PRICEHIS.DAT by eye.
      *> An item's first line shows NEW in the old-price column.
      *> Each line shows who keyed it and who signed it off; after
      *> the listing the manager can sign off every line still
      *> awaiting a signature, each one appended to PRCSIGN.DAT with
      *> the keyer beside the signer.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCHGLST.


           SELECT PRICE-SORT-FILE ASSIGN TO "SRTWK27".

           SELECT PRICE-SIGNOFF-FILE ASSIGN TO "PRCSIGN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPgStatus.

       DATA DIVISION.
           FILE SECTION.
           FD PRICE-HIST-FILE.
               05 PS-ITEM PIC X(6).
               05 PS-EFFDATE PIC 9(8).
               05 PS-UPRICE PIC 9(3).
               05 PS-KEYED-BY PIC X(8).

           FD PRICE-SIGNOFF-FILE.
           COPY PRCSIGN.

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsPhStatus pic X(2).
           01 wsPgStatus pic X(2).
           01 wsOperator pic X(8).
           01 wsSignNow pic X.

      *> Price lines already signed off, and those the listing
      *> found still waiting, by item and effective date.
           01 wsSignCount pic 9(4) value 0.
           01 wsSignTable.
               05 wsSignEntry OCCURS 500 TIMES.
                   10 wsSignItem pic X(6).
                   10 wsSignEff pic 9(8).
                   10 wsSignBy pic X(8).
           01 signIdx pic 9(4).
           01 wsOpenCount pic 9(4) value 0.
           01 wsOpenTable.
               05 wsOpenEntry OCCURS 500 TIMES.
                   10 wsOpenItem pic X(6).
                   10 wsOpenEff pic 9(8).
                   10 wsOpenKeyer pic X(8).
           01 openIdx pic 9(4).
           01 wsSignedBy pic X(8).
           01 dispOpenCount pic Z,ZZ9.

           01 wsHavePrev pic X value "N".
           01 wsPrevItem pic X(6).

       PROCEDURE DIVISION.

      *> The menu passes the signed-on operator as MENUOPER; run
      *> outside the menu, the operator keys it.
           ACCEPT wsOperator FROM ENVIRONMENT "MENUOPER"
           IF wsOperator = SPACES
               display "Operator ID: " with no advancing
               accept wsOperator
           END-IF

           move "Price Change Listing" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           perform LOAD-SIGNOFFS
           display "ITEM     OLD  NEW  EFFECTIVE KEYED-BY SIGNED-BY"

           SORT PRICE-SORT-FILE
               ON ASCENDING KEY PS-ITEM
           MOVE wsChangeCount TO dispChangeCount.
           display " ".
           display "Price lines listed: " dispChangeCount.
           IF wsOpenCount > 0
               perform OFFER-SIGNOFF
           END-IF.
           perform PRINT-REPORT-FOOTER.

       STOP RUN.
                       MOVE PH-ITEM TO PS-ITEM
                       MOVE PH-EFFDATE TO PS-EFFDATE
                       MOVE PH-UPRICE TO PS-UPRICE
                       MOVE PH-KEYED-BY TO PS-KEYED-BY
                       RELEASE PRICE-SORT-REC
               END-READ
           END-PERFORM
               END-RETURN

               ADD 1 TO wsChangeCount
               perform FIND-SIGNOFF
               MOVE PS-UPRICE TO dispNewPrice
               IF wsHavePrev = "Y" AND PS-ITEM = wsPrevItem
                   MOVE wsPrevPrice TO dispOldPrice
                   display PS-ITEM "   " dispOldPrice "  "
                       dispNewPrice "  " PS-EFFDATE "  "
                       PS-KEYED-BY " " wsSignedBy
               ELSE
                   display PS-ITEM "   NEW  "
                       dispNewPrice "  " PS-EFFDATE "  "
                       PS-KEYED-BY " " wsSignedBy
               END-IF

               MOVE "Y" TO wsHavePrev
               MOVE PS-ITEM TO wsPrevItem
               MOVE PS-UPRICE TO wsPrevPrice
           END-PERFORM.

       LOAD-SIGNOFFS.
           MOVE "N" TO wsEOF
           OPEN INPUT PRICE-SIGNOFF-FILE
           IF wsPgStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ PRICE-SIGNOFF-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF wsSignCount < 500
                           ADD 1 TO wsSignCount
                           MOVE PG-ITEM TO wsSignItem(wsSignCount)
                           MOVE PG-EFFDATE TO wsSignEff(wsSignCount)
                           MOVE PG-SIGNED-BY TO wsSignBy(wsSignCount)
                       END-IF
               END-READ
           END-PERFORM
           IF wsPgStatus = "00" OR wsPgStatus = "10"
               CLOSE PRICE-SIGNOFF-FILE
           END-IF
           MOVE "N" TO wsEOF.

      *> An unsigned line is remembered for the sign-off offer.
       FIND-SIGNOFF.
           MOVE "UNSIGNED" TO wsSignedBy
           PERFORM VARYING signIdx FROM 1 BY 1
                   UNTIL signIdx > wsSignCount
               IF wsSignItem(signIdx) = PS-ITEM
                   AND wsSignEff(signIdx) = PS-EFFDATE
                   MOVE wsSignBy(signIdx) TO wsSignedBy
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF wsSignedBy = "UNSIGNED" AND wsOpenCount < 500
               ADD 1 TO wsOpenCount
               MOVE PS-ITEM TO wsOpenItem(wsOpenCount)
               MOVE PS-EFFDATE TO wsOpenEff(wsOpenCount)
               MOVE PS-KEYED-BY TO wsOpenKeyer(wsOpenCount)
           END-IF.

       OFFER-SIGNOFF.
           MOVE wsOpenCount TO dispOpenCount
           display "Lines awaiting sign-off: " dispOpenCount
           display "Sign them off as " function trim(wsOperator)
               "? (Y/N): " with no advancing
           accept wsSignNow
           IF function upper-case(wsSignNow) NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND PRICE-SIGNOFF-FILE
           IF wsPgStatus = "35"
               OPEN OUTPUT PRICE-SIGNOFF-FILE
               CLOSE PRICE-SIGNOFF-FILE
               OPEN EXTEND PRICE-SIGNOFF-FILE
           END-IF
           PERFORM VARYING openIdx FROM 1 BY 1
                   UNTIL openIdx > wsOpenCount
               MOVE wsOpenItem(openIdx) TO PG-ITEM
               MOVE wsOpenEff(openIdx) TO PG-EFFDATE
               MOVE wsOpenKeyer(openIdx) TO PG-KEYED-BY
               MOVE wsOperator TO PG-SIGNED-BY
               MOVE FUNCTION CURRENT-DATE(1:14) TO PG-STAMP
               WRITE PRICE-SIGNOFF-REC
           END-PERFORM
           CLOSE PRICE-SIGNOFF-FILE
           display dispOpenCount " price lines signed off.".
