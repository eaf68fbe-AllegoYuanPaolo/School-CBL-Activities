      *> Quotation pipeline. QUOTES.DAT used to hold a quote open
      *> or accepted forever; this works the rest of its life. Mode
      *> 1 is the weekly pipeline: every open quote whose validity
      *> runs out in the next seven days, soonest first within the
      *> file order, with the customer and value for the follow-up
      *> call. Mode 2 is the expiry run: an open quote already past
      *> QH-VALID goes to expired, dated today, and is listed. Mode
      *> 3 records a lost quote -- open or lapsed -- with why it was
      *> lost: P price, T lead time, E went elsewhere. Mode 4 is
      *> the monthly conversion report: quotes issued in the month,
      *> and quotes accepted (JOBCOST opened a job), lost, and
      *> expired in it, each by count and value, with the hit rate
      *> on the quotes decided and the losses by reason. Quotes
      *> closed before the closing date was kept count as issued in
      *> their month but in no closing month. Status changes go
      *> through a work-file copy pass, as JOBCOST's acceptance
      *> does. Console and QUOTPIPE.PRT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTPIPE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-FILE ASSIGN TO "QUOTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsQtStatus.

           SELECT QUOTE-WORK-FILE ASSIGN TO "QUOTEWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT REPORT-PRINT-FILE ASSIGN TO "QUOTPIPE.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD QUOTE-FILE.
           COPY QUOTE.

      *> Cut wider than the 67-byte quote record so the copy pass
      *> can never shave the tail.
           FD QUOTE-WORK-FILE.
           01 QUOTE-WORK-REC PIC X(80).

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsEOF pic X value "N".
           01 wsQtStatus pic X(2).

           01 wsToday pic 9(8).
           01 wsHorizon pic 9(8).
           01 wsDaysLeft pic 9(3).
           01 wsFound pic X.
           01 wsChanged pic 9(5) value 0.

           01 pickQuoteNo pic 9(6).
           01 pickReason pic X.
           01 pickMonth pic 9(6).

           01 cnvIssuedCnt pic 9(5) value 0.
           01 cnvIssuedVal pic 9(11)v99 value 0.
           01 cnvAcceptCnt pic 9(5) value 0.
           01 cnvAcceptVal pic 9(11)v99 value 0.
           01 cnvLostCnt pic 9(5) value 0.
           01 cnvLostVal pic 9(11)v99 value 0.
           01 cnvExpireCnt pic 9(5) value 0.
           01 cnvExpireVal pic 9(11)v99 value 0.
           01 cnvPriceCnt pic 9(5) value 0.
           01 cnvLeadCnt pic 9(5) value 0.
           01 cnvElseCnt pic 9(5) value 0.
           01 cnvOtherCnt pic 9(5) value 0.
           01 cnvDecided pic 9(5).
           01 cnvDecidedVal pic 9(11)v99.
           01 cnvHitPct pic 9(3)v9.
           01 cnvHitValPct pic 9(3)v9.

           01 dispTotal pic ZZ,ZZZ,ZZ9.99.
           01 dispValue pic ZZZ,ZZZ,ZZ9.99.
           01 dispCount pic ZZ,ZZ9.
           01 dispDays pic ZZ9.
           01 dispPct pic ZZ9.9.

           COPY NUMCHECK.
           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday.

           display "1. Pipeline -- quotes expiring this week".
           display "2. Expiry run -- mark lapsed quotes expired".
           display "3. Record a lost quote".
           display "4. Monthly conversion report".
           display "Select mode: " with no advancing.
           accept wsMode.

           evaluate wsMode
               when 1
                   perform PIPELINE-REPORT
               when 2
                   perform EXPIRY-RUN
               when 3
                   perform RECORD-LOST-QUOTE
               when 4
                   perform CONVERSION-REPORT
               when other
                   display "Invalid selection."
           end-evaluate.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY RPTPRTPR.

       SHOW-REPORT-LINE.
           display wsRptLine
           perform WRITE-REPORT-LINE.

      *> Writes the work file back over QUOTES.DAT once a pass has
      *> changed something.
       COPY-BACK-QUOTES.
           MOVE "N" TO wsEOF
           OPEN INPUT QUOTE-WORK-FILE
           OPEN OUTPUT QUOTE-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ QUOTE-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE QUOTE-WORK-REC TO QUOTE-REC
                       WRITE QUOTE-REC
               END-READ
           END-PERFORM
           CLOSE QUOTE-WORK-FILE
           CLOSE QUOTE-FILE
           MOVE "N" TO wsEOF.

       PIPELINE-REPORT.
           COMPUTE wsHorizon = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(wsToday) + 7)
           move "Quotation Pipeline" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           MOVE SPACES TO wsRptColHead
           STRING "QUOTE   CUSTOMER             DATED    VALID TO"
               " DAYS          VALUE"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           MOVE SPACES TO wsRptLine
           STRING "OPEN QUOTES EXPIRING " wsToday " TO " wsHorizon
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE
           display wsRptColHead

           OPEN INPUT QUOTE-FILE
           IF wsQtStatus NOT = "00"
               display "No quotation file on disk yet."
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ QUOTE-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF QT-IS-HEADER AND QH-IS-OPEN
                           AND QH-VALID >= wsToday
                           AND QH-VALID <= wsHorizon
                           PERFORM LIST-PIPELINE-QUOTE
                       END-IF
               END-READ
           END-PERFORM
           IF wsQtStatus = "00" OR wsQtStatus = "10"
               CLOSE QUOTE-FILE
           END-IF

           perform SHOW-REPORT-LINE
           MOVE cnvIssuedCnt TO dispCount
           MOVE cnvIssuedVal TO dispValue
           STRING "To follow up: " dispCount " quotes worth "
               dispValue
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE
           perform CLOSE-REPORT-PRINT
           perform PRINT-REPORT-FOOTER.

       LIST-PIPELINE-QUOTE.
           ADD 1 TO cnvIssuedCnt
           ADD QH-TOTAL TO cnvIssuedVal
           COMPUTE wsDaysLeft = FUNCTION INTEGER-OF-DATE(QH-VALID)
               - FUNCTION INTEGER-OF-DATE(wsToday)
           MOVE wsDaysLeft TO dispDays
           MOVE QH-TOTAL TO dispTotal
           STRING QT-QUOTENO "  " QH-CUSTOMER " " QH-DATE " "
               QH-VALID "  " dispDays " " dispTotal
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE.

      *> An open quote whose validity ran out before today lapses.
       EXPIRY-RUN.
           move "Quotation Expiry Run" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           MOVE SPACES TO wsRptColHead
           STRING "QUOTE   CUSTOMER             DATED    VALID TO"
               "          VALUE"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           MOVE SPACES TO wsRptLine
           display wsRptColHead

           OPEN INPUT QUOTE-FILE
           IF wsQtStatus NOT = "00"
               display "No quotation file on disk yet."
               perform CLOSE-REPORT-PRINT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT QUOTE-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ QUOTE-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF QT-IS-HEADER AND QH-IS-OPEN
                           AND QH-VALID < wsToday
                           SET QH-IS-EXPIRED TO TRUE
                           MOVE wsToday TO QH-CLOSED-DATE
                           ADD 1 TO wsChanged
                           MOVE QH-TOTAL TO dispTotal
                           STRING QT-QUOTENO "  " QH-CUSTOMER " "
                               QH-DATE " " QH-VALID "  "
                               dispTotal
                               DELIMITED BY SIZE INTO wsRptLine
                           perform SHOW-REPORT-LINE
                       END-IF
                       MOVE QUOTE-REC TO QUOTE-WORK-REC
                       WRITE QUOTE-WORK-REC
               END-READ
           END-PERFORM
           CLOSE QUOTE-FILE
           CLOSE QUOTE-WORK-FILE

           IF wsChanged > 0
               perform COPY-BACK-QUOTES
           END-IF

           perform SHOW-REPORT-LINE
           MOVE wsChanged TO dispCount
           STRING "Quotes expired: " dispCount
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE
           perform CLOSE-REPORT-PRINT
           perform PRINT-REPORT-FOOTER.

       RECORD-LOST-QUOTE.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Lost quote number: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute pickQuoteNo = function numval(WS-VALID-BUFFER)

           move spaces to pickReason
           perform until pickReason = "P" or pickReason = "T"
                   or pickReason = "E"
               display "Reason -- P price, T lead time,"
                   " E went elsewhere: " with no advancing
               accept pickReason
               move function upper-case(pickReason) to pickReason
           end-perform

           MOVE "N" TO wsFound
           OPEN INPUT QUOTE-FILE
           IF wsQtStatus NOT = "00"
               display "No quotation file on disk yet."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT QUOTE-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ QUOTE-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF QT-QUOTENO = pickQuoteNo
                           AND QT-IS-HEADER
                           AND (QH-IS-OPEN OR QH-IS-EXPIRED)
                           MOVE "Y" TO wsFound
                           SET QH-IS-LOST TO TRUE
                           MOVE pickReason TO QH-LOST-REASON
                           MOVE wsToday TO QH-CLOSED-DATE
                       END-IF
                       MOVE QUOTE-REC TO QUOTE-WORK-REC
                       WRITE QUOTE-WORK-REC
               END-READ
           END-PERFORM
           CLOSE QUOTE-FILE
           CLOSE QUOTE-WORK-FILE
           MOVE "N" TO wsEOF

           IF wsFound = "N"
               display "Quote #" pickQuoteNo " is not on file as an"
                   " open or lapsed quotation."
               EXIT PARAGRAPH
           END-IF
           perform COPY-BACK-QUOTES
           display "Quote #" pickQuoteNo " recorded as lost.".

       CONVERSION-REPORT.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Month (YYYYMM): " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute pickMonth = function numval(WS-VALID-BUFFER)

           OPEN INPUT QUOTE-FILE
           IF wsQtStatus NOT = "00"
               display "No quotation file on disk yet."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ QUOTE-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF QT-IS-HEADER
                           PERFORM COUNT-QUOTE-CONVERSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUOTE-FILE

           COMPUTE cnvDecided =
               cnvAcceptCnt + cnvLostCnt + cnvExpireCnt
           COMPUTE cnvDecidedVal =
               cnvAcceptVal + cnvLostVal + cnvExpireVal
           MOVE 0 TO cnvHitPct
           MOVE 0 TO cnvHitValPct
           IF cnvDecided > 0
               COMPUTE cnvHitPct ROUNDED =
                   cnvAcceptCnt * 100 / cnvDecided
           END-IF
           IF cnvDecidedVal > 0
               COMPUTE cnvHitValPct ROUNDED =
                   cnvAcceptVal * 100 / cnvDecidedVal
           END-IF

           move "Quotation Conversion Report" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           MOVE SPACES TO wsRptColHead
           STRING "                      COUNT              VALUE"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           MOVE SPACES TO wsRptLine
           STRING "MONTH " pickMonth
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE
           display wsRptColHead

           MOVE cnvIssuedCnt TO dispCount
           MOVE cnvIssuedVal TO dispValue
           STRING "Quotes issued:       " dispCount "  " dispValue
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE
           MOVE cnvAcceptCnt TO dispCount
           MOVE cnvAcceptVal TO dispValue
           STRING "Accepted:            " dispCount "  " dispValue
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE
           MOVE cnvLostCnt TO dispCount
           MOVE cnvLostVal TO dispValue
           STRING "Lost:                " dispCount "  " dispValue
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE
           MOVE cnvExpireCnt TO dispCount
           MOVE cnvExpireVal TO dispValue
           STRING "Expired:             " dispCount "  " dispValue
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE
           perform SHOW-REPORT-LINE

           MOVE cnvHitPct TO dispPct
           STRING "Hit rate on quotes decided, by count: " dispPct
               "%"
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE
           MOVE cnvHitValPct TO dispPct
           STRING "Hit rate on quotes decided, by value: " dispPct
               "%"
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE
           perform SHOW-REPORT-LINE

           MOVE "Lost, by reason:" TO wsRptLine
           perform SHOW-REPORT-LINE
           MOVE cnvPriceCnt TO dispCount
           STRING "  Price              " dispCount
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE
           MOVE cnvLeadCnt TO dispCount
           STRING "  Lead time          " dispCount
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE
           MOVE cnvElseCnt TO dispCount
           STRING "  Went elsewhere     " dispCount
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE
           IF cnvOtherCnt > 0
               MOVE cnvOtherCnt TO dispCount
               STRING "  No reason kept     " dispCount
                   DELIMITED BY SIZE INTO wsRptLine
               perform SHOW-REPORT-LINE
           END-IF
           perform CLOSE-REPORT-PRINT
           perform PRINT-REPORT-FOOTER.

      *> Issued counts by the quote's own date; the outcomes count
      *> in the month the quote left open.
       COUNT-QUOTE-CONVERSION.
           IF QH-DATE(1:6) = pickMonth
               ADD 1 TO cnvIssuedCnt
               ADD QH-TOTAL TO cnvIssuedVal
           END-IF
           IF QH-CLOSED-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF QH-CLOSED-DATE(1:6) NOT = pickMonth
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN QH-IS-ACCEPTED
                   ADD 1 TO cnvAcceptCnt
                   ADD QH-TOTAL TO cnvAcceptVal
               WHEN QH-IS-LOST
                   ADD 1 TO cnvLostCnt
                   ADD QH-TOTAL TO cnvLostVal
                   EVALUATE TRUE
                       WHEN QH-LOST-ON-PRICE
                           ADD 1 TO cnvPriceCnt
                       WHEN QH-LOST-ON-LEAD-TIME
                           ADD 1 TO cnvLeadCnt
                       WHEN QH-LOST-ELSEWHERE
                           ADD 1 TO cnvElseCnt
                       WHEN OTHER
                           ADD 1 TO cnvOtherCnt
                   END-EVALUATE
               WHEN QH-IS-EXPIRED
                   ADD 1 TO cnvExpireCnt
                   ADD QH-TOTAL TO cnvExpireVal
           END-EVALUATE.
