      *> input and result fields labelled the way each program uses
      *> them: units/price/sale for SEQ7, sale/commission for SEL8,
      *> the three grade components for the grading programs. A
      *> count and totals line closes the listing. Grade components
      *> and results, and SEL8's commission, show only to a class
      *> the field-visibility table clears for them, masked
      *> otherwise -- the totals with them -- and a listing that
      *> showed either goes on the access log under the key asked
      *> for (zero when every key was listed).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNINQ.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsSuStatus.

           SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsOpStatus.

           SELECT FIELD-VIS-FILE ASSIGN TO "FLDVIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsFvStatus.

           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsAxStatus.

       DATA DIVISION.
           FILE SECTION.
           FD TRANSACTION-LOG-FILE.
           FD TXN-SUMMARY-FILE.
           COPY TXNSUM.

           FD OPERATOR-PROFILE-FILE.
           COPY OPERPROF.

           FD FIELD-VIS-FILE.
           COPY FIELDVIS.

           FD ACCESS-LOG-FILE.
           COPY ACCLOG.

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsTlStatus pic X(2).
           01 totResult1 pic S9(9)v99 value 0.
           01 totResult2 pic S9(9)v99 value 0.

      *> The X views let a masked figure print as asterisks in the
      *> same columns.
           01 dispIn1 pic ZZZZ9.99-.
           01 dispIn1X REDEFINES dispIn1 pic X(9).
           01 dispIn2 pic ZZZZ9.99-.
           01 dispIn2X REDEFINES dispIn2 pic X(9).
           01 dispIn3 pic ZZZZ9.99-.
           01 dispIn3X REDEFINES dispIn3 pic X(9).
           01 dispRes1 pic ZZZZ9.99-.
           01 dispRes1X REDEFINES dispRes1 pic X(9).
           01 dispRes2 pic ZZZZ9.99-.
           01 dispRes2X REDEFINES dispRes2 pic X(9).
           01 dispCount pic ZZZ,ZZ9.
           01 dispTot1 pic ZZZ,ZZZ,ZZ9.99-.
           01 dispTot1X REDEFINES dispTot1 pic X(15).
           01 dispTot2 pic ZZZ,ZZZ,ZZ9.99-.
           01 dispTot2X REDEFINES dispTot2 pic X(15).

      *> Which totals carry a masked category: result 1 is a grade
      *> unless the listing is SEQ7's or SEL8's alone, result 2
      *> is SEL8's commission.
           01 wsMaskTot1 pic X value "N".
           01 wsMaskTot2 pic X value "N".

           COPY NUMCHECK.
           COPY RPTHDR.
           COPY FLDVISWS.

       PROCEDURE DIVISION.

           MOVE "TXNINQ" TO wsFvProgram.
           perform LOAD-FIELD-VISIBILITY.

           display "Program (SEQ7/SEL8/SEQ5/SEL1/SEL6, blank all): "
               with no advancing.
           move spaces to pickProgram.
               move all "9" to pickTo
           end-if.

           MOVE "    " TO wsFvCats.
           IF pickProgram = SPACES
               MOVE "GC  " TO wsFvCats
           END-IF.
           IF pickProgram = "SEQ5" OR pickProgram = "SEL1"
                   OR pickProgram = "SEL6"
               MOVE "G   " TO wsFvCats
           END-IF.
           IF pickProgram = "SEL8"
               MOVE " C  " TO wsFvCats
           END-IF.
           IF wsShowGrades NOT = "Y"
                   AND pickProgram NOT = "SEQ7"
                   AND pickProgram NOT = "SEL8"
               MOVE "Y" TO wsMaskTot1
           END-IF.
           IF wsShowComm NOT = "Y"
                   AND (pickProgram = SPACES OR pickProgram = "SEL8")
               MOVE "Y" TO wsMaskTot2
           END-IF.

           move "Transaction Log Inquiry" to WS-RPT-TITLE.
           perform PRINT-REPORT-HEADER.

           MOVE wsMatchCount TO dispCount.
           MOVE totResult1 TO dispTot1.
           MOVE totResult2 TO dispTot2.
           perform MASK-TOTALS.
           display " ".
           display "Entries matched: " dispCount.
           display "Result 1 total:  " dispTot1.
           display "Result 2 total:  " dispTot2.

           IF wsMatchCount > 0
               MOVE "TXN" TO wsFvKind
               MOVE pickKeyId TO wsFvKey
               perform LOG-RECORD-ACCESS
           END-IF.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY FLDVISPR.

       MASK-TOTALS.
           IF wsMaskTot1 = "Y"
               MOVE ALL "*" TO dispTot1X
           END-IF
           IF wsMaskTot2 = "Y"
               MOVE ALL "*" TO dispTot2X
           END-IF.

      *> Totals over the window come off the nightly summaries
      *> first, so they stay answerable even for months LOGPURGE
               MOVE wsSumCount TO dispCount
               MOVE sumResult1 TO dispTot1
               MOVE sumResult2 TO dispTot2
               perform MASK-TOTALS
               display "Per nightly summaries: " dispCount
                   " entries, result 1 " dispTot1
                   ", result 2 " dispTot2
                       "  Price: " dispIn2
                       "  Sale: " dispRes1
               WHEN "SEL8"
                   IF wsShowComm NOT = "Y"
                       MOVE ALL "*" TO dispRes2X
                   END-IF
                   display "   Units: " dispIn1
                       "  Price: " dispIn2
                       "  Sale: " dispRes1
               WHEN "SEQ5"
               WHEN "SEL1"
               WHEN "SEL6"
                   IF wsShowGrades NOT = "Y"
                       MOVE ALL "*" TO dispIn1X
                       MOVE ALL "*" TO dispIn2X
                       MOVE ALL "*" TO dispIn3X
                       MOVE ALL "*" TO dispRes1X
                   END-IF
                   display "   Prelim: " dispIn1
                       "  Midterm: " dispIn2
                       "  Finals: " dispIn3
