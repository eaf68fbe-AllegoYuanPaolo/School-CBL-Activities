      *> Interactive maintenance for the subject master (SUBJMAST),
      *> kept indexed on SB-CODE the way ITMMAINT keeps the item
      *> master. Add a subject, change its description, unit weight,
      *> prerequisite or grading scheme, or list the file; the
      *> grading chain takes unit weights and schemes from here and
      *> rejects grade lines whose code is not on file, so one fix
      *> here is one fix everywhere. A subject's own component
      *> weights are keyed as percentages of the grade and must come
      *> to 100; all three zero leaves the subject on the house
      *> default, as does a zero passing mark.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJMNT.

           01 mntDesc pic X(20).
           01 mntUnits pic 9v9.
           01 mntPrereq pic X(10).
           01 mntPrelimWt pic 9(3).
           01 mntMidtermWt pic 9(3).
           01 mntFinalsWt pic 9(3).
           01 mntPassMark pic 9(3).
           01 mntWtTotal pic 9(4).
           01 mntAnswer pic X.
           01 dispUnits pic 9.9.

           COPY NUMCHECK.
           end-perform
           compute mntUnits = function numval(WS-VALID-BUFFER).

       PROMPT-ONE-NUMBER.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform.

       PROMPT-GRADING-SCHEME.
           MOVE 1 TO mntWtTotal
           PERFORM UNTIL mntWtTotal = 0 OR mntWtTotal = 100
               display "Prelim weight, % of the grade (0 for the"
                   " default scheme): " with no advancing
               perform PROMPT-ONE-NUMBER
               compute mntPrelimWt = function numval(WS-VALID-BUFFER)
               display "Midterm weight, %: " with no advancing
               perform PROMPT-ONE-NUMBER
               compute mntMidtermWt =
                   function numval(WS-VALID-BUFFER)
               display "Finals weight, %: " with no advancing
               perform PROMPT-ONE-NUMBER
               compute mntFinalsWt = function numval(WS-VALID-BUFFER)
               COMPUTE mntWtTotal =
                   mntPrelimWt + mntMidtermWt + mntFinalsWt
               IF mntWtTotal NOT = 0 AND mntWtTotal NOT = 100
                   display "The weights come to " mntWtTotal
                       "% -- they must come to 100."
               END-IF
           END-PERFORM
           MOVE 101 TO mntPassMark
           PERFORM UNTIL mntPassMark <= 100
               display "Passing mark (0 for the default): "
                   with no advancing
               perform PROMPT-ONE-NUMBER
               compute mntPassMark = function numval(WS-VALID-BUFFER)
           END-PERFORM.

       ADD-SUBJECT.
           display "Enter subject code: " with no advancing
           accept mntCode
                       " none): " with no advancing
                   move spaces to mntPrereq
                   accept mntPrereq
                   perform PROMPT-GRADING-SCHEME

                   MOVE mntCode TO SB-CODE
                   MOVE mntDesc TO SB-DESC
                   MOVE mntUnits TO SB-UNITS
                   MOVE mntPrereq TO SB-PREREQ
                   MOVE mntPrelimWt TO SB-PRELIM-WT
                   MOVE mntMidtermWt TO SB-MIDTERM-WT
                   MOVE mntFinalsWt TO SB-FINALS-WT
                   MOVE mntPassMark TO SB-PASS-MARK
                   WRITE SUBJECT-MASTER-REC
                   display "Subject " SB-CODE " added."
               NOT INVALID KEY
                       when mntPrereq not = spaces
                           MOVE mntPrereq TO SB-PREREQ
                   end-evaluate
                   perform SHOW-GRADING-SCHEME
                   display "Change the grading scheme? (Y/N): "
                       with no advancing
                   move space to mntAnswer
                   accept mntAnswer
                   if mntAnswer = "Y" or mntAnswer = "y"
                       perform PROMPT-GRADING-SCHEME
                       MOVE mntPrelimWt TO SB-PRELIM-WT
                       MOVE mntMidtermWt TO SB-MIDTERM-WT
                       MOVE mntFinalsWt TO SB-FINALS-WT
                       MOVE mntPassMark TO SB-PASS-MARK
                   end-if
                   perform CLEAR-OLD-SCHEME
                   REWRITE SUBJECT-MASTER-REC
                   display "Subject " SB-CODE " changed."
           END-READ.
                       MOVE SB-UNITS TO dispUnits
                       display SB-CODE " " SB-DESC " " dispUnits
                           " units  prereq " SB-PREREQ
                       perform SHOW-GRADING-SCHEME
               END-READ
           END-PERFORM.

      *> A record from before the scheme was carried is rewritten on
      *> the house default rather than with a blank tail.
       CLEAR-OLD-SCHEME.
           IF SB-PRELIM-WT IS NOT NUMERIC
               OR SB-MIDTERM-WT IS NOT NUMERIC
               OR SB-FINALS-WT IS NOT NUMERIC
               MOVE 0 TO SB-PRELIM-WT
               MOVE 0 TO SB-MIDTERM-WT
               MOVE 0 TO SB-FINALS-WT
           END-IF
           IF SB-PASS-MARK IS NOT NUMERIC
               MOVE 0 TO SB-PASS-MARK
           END-IF.

      *> A record from before the scheme was carried shows as the
      *> default until it is changed.
       SHOW-GRADING-SCHEME.
           IF SB-PRELIM-WT IS NOT NUMERIC
               OR SB-MIDTERM-WT IS NOT NUMERIC
               OR SB-FINALS-WT IS NOT NUMERIC
               OR SB-PASS-MARK IS NOT NUMERIC
               display "           scheme: house default"
               EXIT PARAGRAPH
           END-IF
           IF SB-PRELIM-WT + SB-MIDTERM-WT + SB-FINALS-WT = 0
               display "           weights: house default"
                   with no advancing
           ELSE
               display "           weights P:" SB-PRELIM-WT
                   "% M:" SB-MIDTERM-WT "% F:" SB-FINALS-WT "%"
                   with no advancing
           END-IF
           IF SB-PASS-MARK = 0
               display "  pass: house default"
           ELSE
               display "  pass: " SB-PASS-MARK
           END-IF.
