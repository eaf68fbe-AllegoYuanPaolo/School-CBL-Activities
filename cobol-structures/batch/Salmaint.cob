      *> Add, change, and deactivate only -- records are never deleted,
      *> so a salesman with history stays on file with SLM-ACTIVE "N"
      *> and the batch edit in SEQ7/SEL8 stops accepting his number.
      *> Every territory assignment is also appended to TERRHIST.DAT
      *> with the date it takes effect -- the hire date for a new
      *> salesman, an operator-entered date for a move -- and the
      *> realignment listing shows the moves made in a period, who
      *> went from where to where and when.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALMAINT.

               RECORD KEY SLM-SNUM
               FILE STATUS wsSmStatus.

           SELECT TERR-HIST-FILE ASSIGN TO "TERRHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsThStatus.

           SELECT MOVE-SORT-FILE ASSIGN TO "SRTWK55".

       DATA DIVISION.
           FILE SECTION.
           FD SALESMAN-MASTER.
           COPY SALESMST.

           FD TERR-HIST-FILE.
           COPY TERRHIST.

           SD MOVE-SORT-FILE.
           01 MOVE-SORT-REC.
               05 MS-EFFDATE PIC 9(8).
               05 MS-SNUM PIC 9(6).
               05 MS-PRIOR PIC X(10).
               05 MS-TERRITORY PIC X(10).
               05 MS-ENTERED PIC 9(8).

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsAgain pic X value "Y".
           01 mntDraw pic 9(5)v99.
           01 dispQuota pic Z,ZZZ,ZZ9.
           01 dispDraw pic ZZ,ZZ9.99.
           01 wsEOF pic X.
           01 wsToday pic 9(8).
           01 wsOldTerritory pic X(10).
           01 wsMoveCount pic 9(5).
           01 dispCount pic ZZ,ZZ9.
           01 dispSName pic X(20).
           01 mntEffDate pic 9(8).
           01 mntPeriodFrom pic 9(8).
           01 mntPeriodTo pic 9(8).

           COPY TERRHSWS.

           COPY NUMCHECK.
           COPY RPTHDR.
               CLOSE SALESMAN-MASTER
               OPEN I-O SALESMAN-MASTER
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday.

           move "Salesman Master Maintenance" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
               display "1. Add a salesman"
               display "2. Change a salesman"
               display "3. Deactivate a salesman"
               display "4. List territory realignments"
               display "0. Exit"
               display "Select mode: " with no advancing
               accept wsMode
                       perform CHANGE-SALESMAN
                   when 3
                       perform DEACTIVATE-SALESMAN
                   when 4
                       perform LIST-REALIGNMENTS
                   when 0
                       move "N" to wsAgain
                   when other
                   MOVE mntDraw TO SLM-DRAW
                   SET SLM-IS-ACTIVE TO TRUE
                   WRITE SALESMAN-MASTER-REC
                   MOVE mntHireDate TO mntEffDate
                   MOVE SPACES TO wsOldTerritory
                   perform APPEND-TERRITORY-HISTORY
                   display "Salesman #" SLM-SNUM " added."
               NOT INVALID KEY
                   display "Salesman #" SLM-SNUM
                   move spaces to mntTerritory
                   accept mntTerritory
                   if mntTerritory not = spaces
                       and mntTerritory not = SLM-TERRITORY
                       perform PROMPT-MOVE-DATE
                       MOVE SLM-TERRITORY TO wsOldTerritory
                       MOVE mntTerritory TO SLM-TERRITORY
                       perform APPEND-TERRITORY-HISTORY
                   end-if
                   move SLM-QUOTA to dispQuota
                   display "Monthly quota on file: " dispQuota
                           " (" SLM-SNAME ") deactivated."
                   END-IF
           END-READ.

       PROMPT-MOVE-DATE.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Territory move takes effect (YYYYMMDD): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntEffDate = function numval(WS-VALID-BUFFER).

      *> One history line per assignment, appended; the master keeps
      *> only the latest territory.
       APPEND-TERRITORY-HISTORY.
           OPEN EXTEND TERR-HIST-FILE
           IF wsThStatus = "35"
               OPEN OUTPUT TERR-HIST-FILE
               CLOSE TERR-HIST-FILE
               OPEN EXTEND TERR-HIST-FILE
           END-IF
           MOVE SLM-SNUM TO TH-SNUM
           MOVE mntEffDate TO TH-EFFDATE
           MOVE SLM-TERRITORY TO TH-TERRITORY
           MOVE wsOldTerritory TO TH-PRIOR
           MOVE wsToday TO TH-ENTERED
           WRITE TERR-HIST-REC
           CLOSE TERR-HIST-FILE.

      *> Moves only: the line written at hire has no prior territory
      *> and is not a realignment.
       LIST-REALIGNMENTS.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Moves effective from (YYYYMMDD): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntPeriodFrom = function numval(WS-VALID-BUFFER)
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Moves effective thru (YYYYMMDD): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntPeriodTo = function numval(WS-VALID-BUFFER)

           MOVE 0 TO wsMoveCount
           SORT MOVE-SORT-FILE
               ON ASCENDING KEY MS-EFFDATE MS-SNUM
               INPUT PROCEDURE RELEASE-PERIOD-MOVES
               OUTPUT PROCEDURE PRINT-REALIGNMENTS
           MOVE wsMoveCount TO dispCount
           display "Territory moves listed: " dispCount.

       RELEASE-PERIOD-MOVES.
           move "N" to wsEOF
           OPEN INPUT TERR-HIST-FILE
           IF wsThStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ TERR-HIST-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF TH-PRIOR NOT = SPACES
                           AND TH-EFFDATE >= mntPeriodFrom
                           AND TH-EFFDATE <= mntPeriodTo
                           MOVE TH-EFFDATE TO MS-EFFDATE
                           MOVE TH-SNUM TO MS-SNUM
                           MOVE TH-PRIOR TO MS-PRIOR
                           MOVE TH-TERRITORY TO MS-TERRITORY
                           MOVE TH-ENTERED TO MS-ENTERED
                           RELEASE MOVE-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF wsThStatus = "00" OR wsThStatus = "10"
               CLOSE TERR-HIST-FILE
           END-IF.

       PRINT-REALIGNMENTS.
           display "EFFECTIVE SALESMAN                    FROM"
               "       TO         KEYED"
           PERFORM FOREVER
               RETURN MOVE-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN

               ADD 1 TO wsMoveCount
               MOVE "(not on file)" TO dispSName
               MOVE MS-SNUM TO SLM-SNUM
               READ SALESMAN-MASTER
                   NOT INVALID KEY
                       MOVE SLM-SNAME TO dispSName
               END-READ
               display MS-EFFDATE "  " MS-SNUM " " dispSName " "
                   MS-PRIOR " " MS-TERRITORY " " MS-ENTERED
           END-PERFORM.
