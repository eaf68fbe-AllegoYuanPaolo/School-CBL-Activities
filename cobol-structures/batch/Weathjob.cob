      *> site log was read by eye. Per reading both scales and the
      *> band are printed, and each day closes with min/max/mean and
      *> the count of hours spent in each band.
      *>
      *> The log is not taken as complete. A duplicated or out-of-
      *> sequence hour is skipped, a jump between consecutive
      *> readings wider than WXJUMP degrees is flagged, and a gap of
      *> up to WXMAXGAP hours is filled by straight-line
      *> interpolation between the readings either side, each
      *> filled hour printed as EST and counted in the day's figures.
      *> A day's expected hours run from its first reading to its
      *> last, or over WXFROM-WXTO when the logger's hours are
      *> staged; a day still missing more than WXMAXMISS hours after
      *> the fill is excluded. The day's close and its history line
      *> carry the readings received against those expected, the
      *> hours estimated and the quality flag CLIMRPT reads.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEATHJOB.

           01 wsWhStatus pic X(2).
           01 wsAlStatus pic X(2).
           01 wsHotHours pic 9(3) value 4.
           01 wsMaxGap pic 9(2) value 2.
           01 wsMaxMiss pic 9(2) value 4.
           01 wsMaxJump pic 9(3) value 10.
           01 wsWinFrom pic 9(2) value 0.
           01 wsWinTo pic 9(2) value 23.
           01 wsWinSet pic X value "N".
           COPY PARMWS.

           01 celsius pic S9(3).
               05 wsBandHour OCCURS 5 TIMES PIC 9(3).
           01 bandIdx pic 9(2).

      *> The day's data-quality tallies and the reading before this
      *> one, which gaps and jumps are measured from.
           01 wsHavePrev pic X value "N".
           01 wsPrevHour pic 9(2).
           01 wsPrevCelsius pic S9(3).
           01 wsDayFirstHour pic 9(2).
           01 wsDayExpected pic 9(2).
           01 wsDayReceived pic 9(2) value 0.
           01 wsDayEstimated pic 9(2) value 0.
           01 wsDayMissing pic S9(3).
           01 wsDayDups pic 9(3) value 0.
           01 wsDayJumps pic 9(3) value 0.
           01 wsDayInvalid pic 9(3) value 0.
           01 wsDayQuality pic X.
           01 wsGapHours pic 9(2).
           01 wsGapFrom pic 9(2).
           01 wsGapTo pic 9(2).
           01 wsGapEndC pic S9(3).
           01 wsFillHour pic 9(2).
           01 wsReadHour pic 9(2).
           01 wsReadFlag pic X(4).
           01 dispCount pic Z9.
           01 dispExpected pic Z9.
           01 dispDups pic ZZ9.
           01 dispJumps pic ZZ9.
           01 dispInvalid pic ZZ9.

           01 dispCelsius pic --9.
           01 dispFahr pic --9.99.
           01 dispMin pic --9.
           MOVE "N" TO wsFirstRec
           MOVE TR-DATE TO wsCurDate

           IF TR-HOUR > 23 OR TR-CELSIUS IS NOT NUMERIC
               ADD 1 TO wsDayInvalid
               display TR-HOUR "h   INVALID READING -- skipped"
               EXIT PARAGRAPH
           END-IF
           IF wsHavePrev = "Y" AND TR-HOUR <= wsPrevHour
               ADD 1 TO wsDayDups
               display TR-HOUR "h   DUPLICATE OR OUT OF SEQUENCE"
                   " -- skipped"
               EXIT PARAGRAPH
           END-IF

           MOVE TR-CELSIUS TO celsius
           MOVE SPACES TO wsReadFlag
           IF wsHavePrev = "Y"
               COMPUTE wsGapHours = TR-HOUR - wsPrevHour - 1
               IF wsGapHours > 0
                   IF wsGapHours <= wsMaxGap
                       PERFORM FILL-GAP
                   ELSE
                       COMPUTE wsGapFrom = wsPrevHour + 1
                       COMPUTE wsGapTo = TR-HOUR - 1
                       display wsGapFrom "h-" wsGapTo
                           "h MISSING -- gap too long to estimate"
                   END-IF
               END-IF
               IF FUNCTION ABS(celsius - wsPrevCelsius) > wsMaxJump
                   ADD 1 TO wsDayJumps
                   MOVE "JUMP" TO wsReadFlag
               END-IF
           ELSE
               MOVE TR-HOUR TO wsDayFirstHour
           END-IF

           MOVE TR-HOUR TO wsReadHour
           PERFORM ACCUMULATE-READING
           MOVE "Y" TO wsHavePrev
           MOVE TR-HOUR TO wsPrevHour
           MOVE celsius TO wsPrevCelsius.

      *> Each missing hour is placed on the straight line between
      *> the readings either side of the gap.
       FILL-GAP.
           MOVE celsius TO wsGapEndC
           COMPUTE wsFillHour = wsPrevHour + 1
           PERFORM UNTIL wsFillHour >= TR-HOUR
               COMPUTE celsius ROUNDED = wsPrevCelsius
                   + (wsGapEndC - wsPrevCelsius)
                   * (wsFillHour - wsPrevHour)
                   / (TR-HOUR - wsPrevHour)
               MOVE wsFillHour TO wsReadHour
               MOVE "EST" TO wsReadFlag
               PERFORM ACCUMULATE-READING
               ADD 1 TO wsFillHour
           END-PERFORM
           MOVE wsGapEndC TO celsius
           MOVE SPACES TO wsReadFlag.

      *> Only hours inside the logger's staged hours count towards
      *> the day's coverage; a reading outside them still counts in
      *> the day's figures.
       ACCUMULATE-READING.
           IF wsWinSet = "N"
               OR (wsReadHour >= wsWinFrom AND wsReadHour <= wsWinTo)
               IF wsReadFlag = "EST"
                   ADD 1 TO wsDayEstimated
               ELSE
                   ADD 1 TO wsDayReceived
               END-IF
           END-IF
           compute fahr = (9 / 5) * celsius + 32

           PERFORM FIND-WEATHER-BAND

           MOVE celsius TO dispCelsius
           MOVE fahr TO dispFahr
           display wsReadHour "h   " dispCelsius "      " dispFahr
               "   " WB-LABEL(wbIdx) " " wsReadFlag.

      *> The band table runs highest bracket first; anything below
      *> the bottom bracket's limit (sub-zero readings) is carried
           END-IF.

       PRINT-DAY-SUMMARY.
           IF wsDayCount = 0
               display "Day " wsCurDate ": no usable readings."
               perform RESET-DAY-TOTALS
               EXIT PARAGRAPH
           END-IF
           perform CHECK-DAY-COVERAGE

           COMPUTE wsDayMean ROUNDED = wsDaySum / wsDayCount
           MOVE wsDayMin TO dispMin
           MOVE wsDayMax TO dispMax
           MOVE wsDayMean TO dispMean
           display "Day " wsCurDate ": min " dispMin
               "  max " dispMax "  mean " dispMean
           MOVE wsDayReceived TO dispCount
           MOVE wsDayExpected TO dispExpected
           display "Readings received " dispCount " of "
               dispExpected " expected"
           IF wsDayEstimated > 0 OR wsDayMissing > 0
               MOVE wsDayEstimated TO dispCount
               display "  hours estimated " dispCount
               MOVE wsDayMissing TO dispCount
               display "  hours missing   " dispCount
           END-IF
           IF wsDayDups > 0 OR wsDayJumps > 0 OR wsDayInvalid > 0
               MOVE wsDayDups TO dispDups
               MOVE wsDayJumps TO dispJumps
               MOVE wsDayInvalid TO dispInvalid
               display "  duplicates " dispDups "  jumps " dispJumps
                   "  invalid " dispInvalid
           END-IF
           IF wsDayQuality = "X"
               MOVE wsMaxMiss TO dispCount
               display "  DAY EXCLUDED -- more than " dispCount
                   " hours missing"
           END-IF
           display "Hours per band:"
           PERFORM VARYING bandIdx FROM 1 BY 1 UNTIL bandIdx > 5
               IF wsBandHour(bandIdx) > 0
           END-PERFORM

           perform WRITE-WEATHER-HISTORY
           perform RESET-DAY-TOTALS.

       RESET-DAY-TOTALS.
           MOVE 0 TO wsDayCount
           MOVE 0 TO wsDaySum
           PERFORM VARYING bandIdx FROM 1 BY 1 UNTIL bandIdx > 5
               MOVE 0 TO wsBandHour(bandIdx)
           END-PERFORM
           MOVE "N" TO wsHavePrev
           MOVE 0 TO wsDayReceived
           MOVE 0 TO wsDayEstimated
           MOVE 0 TO wsDayDups
           MOVE 0 TO wsDayJumps
           MOVE 0 TO wsDayInvalid.

      *> Hours before the first reading or after the last can only
      *> be missed, never estimated -- there is nothing either side.
       CHECK-DAY-COVERAGE.
           IF wsWinSet = "Y"
               COMPUTE wsDayExpected = wsWinTo - wsWinFrom + 1
               IF wsDayFirstHour > wsWinFrom
                   COMPUTE wsGapTo = wsDayFirstHour - 1
                   display wsWinFrom "h-" wsGapTo
                       "h MISSING -- before the first reading"
               END-IF
               IF wsPrevHour < wsWinTo
                   COMPUTE wsGapFrom = wsPrevHour + 1
                   display wsGapFrom "h-" wsWinTo
                       "h MISSING -- after the last reading"
               END-IF
           ELSE
               COMPUTE wsDayExpected = wsPrevHour - wsDayFirstHour + 1
           END-IF
           COMPUTE wsDayMissing =
               wsDayExpected - wsDayReceived - wsDayEstimated
           IF wsDayMissing < 0
               MOVE 0 TO wsDayMissing
           END-IF
           EVALUATE TRUE
               WHEN wsDayMissing > wsMaxMiss
                   MOVE "X" TO wsDayQuality
               WHEN wsDayEstimated > 0
                   MOVE "E" TO wsDayQuality
               WHEN OTHER
                   MOVE "M" TO wsDayQuality
           END-EVALUATE.

      *> The day's close goes to the weather history instead of
      *> dying on the console, and a day that spent more than the
           PERFORM VARYING bandIdx FROM 1 BY 1 UNTIL bandIdx > 5
               MOVE wsBandHour(bandIdx) TO WH-BANDHRS(bandIdx)
           END-PERFORM
           MOVE wsDayExpected TO WH-EXPECTED
           MOVE wsDayReceived TO WH-RECEIVED
           MOVE wsDayEstimated TO WH-ESTIMATED
           MOVE wsDayQuality TO WH-QUALITY
           WRITE WEATHER-HIST-REC
           CLOSE WEATHER-HIST-FILE

           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsHotHours
           END-IF
           MOVE "WXMAXGAP" TO wsParmName
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsMaxGap
           END-IF
           MOVE "WXMAXMISS" TO wsParmName
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsMaxMiss
           END-IF
           MOVE "WXJUMP" TO wsParmName
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsMaxJump
           END-IF
      *> The logger's hours apply only when both ends are staged.
           MOVE "WXFROM" TO wsParmName
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y" AND wsParmValue <= 23
               MOVE wsParmValue TO wsWinFrom
               MOVE "WXTO" TO wsParmName
               perform LOAD-ONE-PARAMETER
               IF wsParmFound = "Y" AND wsParmValue <= 23
                   AND wsParmValue >= wsWinFrom
                   MOVE wsParmValue TO wsWinTo
                   MOVE "Y" TO wsWinSet
               END-IF
           END-IF.
