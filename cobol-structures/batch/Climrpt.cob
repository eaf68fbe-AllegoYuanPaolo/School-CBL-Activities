      *> the band-hour totals, and heating and cooling degree-days
      *> against the 18-degree base -- the figures the site's
      *> facilities planning asks for and nobody could answer once
      *> the daily console output scrolled away. Each day shows the
      *> readings received against the hours expected, marked EST
      *> when WEATHJOB filled a gap and EXCLUDED when too much of
      *> the day was missing; an excluded day is listed but kept out
      *> of the extremes, means, band hours and degree-days, and the
      *> month closes with how much of it was actually measured.
      *> History lines older than the counts are taken as measured.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMRPT.

           01 pickMonth pic 9(6).

           01 wsDayCount pic 9(3) value 0.
           01 wsDaysRead pic 9(3) value 0.
           01 wsEstDays pic 9(3) value 0.
           01 wsExclDays pic 9(3) value 0.
           01 wsHrsExpected pic 9(5) value 0.
           01 wsHrsReceived pic 9(5) value 0.
           01 wsHrsEstimated pic 9(5) value 0.
           01 wsMeasuredPct pic 9(3)v9.
           01 dispPct pic ZZ9.9.
           01 dispExpHours pic ZZ,ZZ9.
           01 dispDayCover pic X(14).
           01 wsMonMin pic S9(3) value +999.
           01 wsMonMax pic S9(3) value -999.
           01 wsMeanSum pic S9(6)v9 value 0.
           move "Monthly Climate Summary" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           display "Month " pickMonth
           display "DATE        MIN  MAX   MEAN  RCVD/EXP"

           PERFORM UNTIL wsEOF = "Y"
               READ WEATHER-HIST-FILE

           CLOSE WEATHER-HIST-FILE.

           IF wsDaysRead = 0
               display "No days on the history for " pickMonth
                   "."
               STOP RUN
           END-IF.

           display " ".
           MOVE wsDaysRead TO dispCount.
           display "Days recorded: " dispCount.
           MOVE wsEstDays TO dispCount.
           display "  with estimated hours: " dispCount.
           MOVE wsExclDays TO dispCount.
           display "  excluded (too many hours missing): " dispCount.
           IF wsHrsExpected > 0
               COMPUTE wsMeasuredPct ROUNDED =
                   wsHrsReceived * 100 / wsHrsExpected
               MOVE wsMeasuredPct TO dispPct
               MOVE wsHrsReceived TO dispHours
               MOVE wsHrsExpected TO dispExpHours
               display "Hours measured: " dispHours " of "
                   dispExpHours " expected (" dispPct "%)"
               MOVE wsHrsEstimated TO dispHours
               display "Hours estimated: " dispHours
           END-IF.

           IF wsDayCount = 0
               display "Every day of the month was excluded --"
                   " no climate figures."
               perform PRINT-REPORT-FOOTER
               STOP RUN
           END-IF.

           COMPUTE wsMonMean ROUNDED = wsMeanSum / wsDayCount.
           MOVE wsDayCount TO dispCount.
           display "Days in the figures: " dispCount.
           MOVE wsMonMin TO dispMin.
           MOVE wsMonMax TO dispMax.
           MOVE wsMonMean TO dispMean.
           COPY RPTHDRPR.

       TOTAL-ONE-DAY.
           ADD 1 TO wsDaysRead
           MOVE SPACES TO dispDayCover
           IF WH-EXPECTED IS NUMERIC AND WH-RECEIVED IS NUMERIC
               AND WH-ESTIMATED IS NUMERIC
               ADD WH-EXPECTED TO wsHrsExpected
               ADD WH-RECEIVED TO wsHrsReceived
               ADD WH-ESTIMATED TO wsHrsEstimated
               STRING WH-RECEIVED "/" WH-EXPECTED
                   DELIMITED BY SIZE INTO dispDayCover
           END-IF
           EVALUATE TRUE
               WHEN WH-IS-EXCLUDED
                   ADD 1 TO wsExclDays
                   MOVE "EXCLUDED" TO dispDayCover(7:8)
               WHEN WH-IS-ESTIMATED
                   ADD 1 TO wsEstDays
                   MOVE "EST" TO dispDayCover(7:3)
           END-EVALUATE
           MOVE WH-MIN TO dispMin
           MOVE WH-MAX TO dispMax
           MOVE WH-MEAN TO dispMean
           display WH-DATE "  " dispMin "  " dispMax "  "
               dispMean "  " dispDayCover
           IF WH-IS-EXCLUDED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO wsDayCount

           IF WH-MIN < wsMonMin
               MOVE WH-MIN TO wsMonMin
