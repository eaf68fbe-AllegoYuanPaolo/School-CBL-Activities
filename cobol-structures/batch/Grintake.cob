      *> roster and the units from the master. A file that fails
      *> any control is rejected whole with the reason, so a
      *> transposed student number can no longer be typed straight
      *> into the grade file. The students must also be exactly the
      *> ones on the grade sheet GRSHEET issued for the section and
      *> subject (GRSHEET.DAT) -- none missing, none added, none
      *> twice -- so a class list fixed up by hand is turned back
      *> before grading rather than found out after.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRINTAKE.

               RECORD KEY SB-CODE
               FILE STATUS wsSbStatus.

           SELECT SHEET-ISSUE-FILE ASSIGN TO "GRSHEET.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsSiStatus.

       DATA DIVISION.
           FILE SECTION.
           FD GRADE-SUBMIT-FILE.
           FD SUBJECT-MASTER.
           COPY SUBJMAST.

           FD SHEET-ISSUE-FILE.
           COPY GRSHEET.

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsSmEOF pic X.
           01 wsSgStatus pic X(2).
           01 wsSmStatus pic X(2).
           01 wsSbStatus pic X(2).
           01 wsSiStatus pic X(2).
           01 wsSubmitFile pic X(40).

           01 wsFileOk pic X value "Y".
           01 wsStuFound pic X.
           01 wsStuName pic X(20).

      *> The student list issued on the section's grade sheet, each
      *> ticked off as the returned file names the student.
           01 wsIssMax pic 9(3) value 300.
           01 wsIssCount pic 9(3).
           01 issIdx pic 9(3).
           01 wsIssTable.
               05 wsIssEntry OCCURS 300 TIMES.
                   10 issStuId pic 9(6).
                   10 issSeen pic X.
           01 wsIssFound pic X.

           01 wsGoodFiles pic 9(3) value 0.
           01 wsBadFiles pic 9(3) value 0.
           01 wsMergedRecs pic 9(6) value 0.
           END-IF
           IF wsFileOk = "Y"
               PERFORM CHECK-HEADER-SUBJECT
           END-IF
           IF wsFileOk = "Y"
               PERFORM CHECK-AGAINST-ISSUED-SHEET
           END-IF.

       CHECK-ONE-SUBMIT-REC.
           END-READ
           CLOSE SUBJECT-MASTER.

       CHECK-AGAINST-ISSUED-SHEET.
           MOVE 0 TO wsIssCount
           MOVE "N" TO wsSmEOF
           OPEN INPUT SHEET-ISSUE-FILE
           IF wsSiStatus NOT = "00"
               MOVE "Y" TO wsSmEOF
           END-IF
           PERFORM UNTIL wsSmEOF = "Y"
               READ SHEET-ISSUE-FILE
                   AT END
                       MOVE "Y" TO wsSmEOF
                   NOT AT END
                       IF SI-TERM = wsTerm
                           AND SI-SECTION = wsSection
                           AND SI-SUBJECT = wsSubject
                           AND wsIssCount < wsIssMax
                           ADD 1 TO wsIssCount
                           MOVE SI-STUID TO issStuId(wsIssCount)
                           MOVE "N" TO issSeen(wsIssCount)
                       END-IF
               END-READ
           END-PERFORM
           IF wsSiStatus = "00" OR wsSiStatus = "10"
               CLOSE SHEET-ISSUE-FILE
           END-IF
           IF wsIssCount = 0
               MOVE "N" TO wsFileOk
               MOVE "no grade sheet issued for the class"
                   TO wsReason
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO wsEOF
           OPEN INPUT GRADE-SUBMIT-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ GRADE-SUBMIT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF TG-IS-DETAIL
                           PERFORM TICK-ISSUED-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADE-SUBMIT-FILE
           IF wsFileOk = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING issIdx FROM 1 BY 1
                   UNTIL issIdx > wsIssCount
               IF issSeen(issIdx) = "N"
                   MOVE "N" TO wsFileOk
                   MOVE SPACES TO wsReason
                   STRING "student " issStuId(issIdx)
                       " missing from the file"
                       DELIMITED BY SIZE INTO wsReason
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       TICK-ISSUED-STUDENT.
           IF wsFileOk = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO wsIssFound
           PERFORM VARYING issIdx FROM 1 BY 1
                   UNTIL issIdx > wsIssCount
               IF issStuId(issIdx) = TD-STUID
                   MOVE "Y" TO wsIssFound
                   IF issSeen(issIdx) = "Y"
                       MOVE "N" TO wsFileOk
                       MOVE SPACES TO wsReason
                       STRING "student " TD-STUID
                           " is on the sheet twice"
                           DELIMITED BY SIZE INTO wsReason
                   END-IF
                   MOVE "Y" TO issSeen(issIdx)
               END-IF
           END-PERFORM
           IF wsIssFound = "N"
               MOVE "N" TO wsFileOk
               MOVE SPACES TO wsReason
               STRING "student " TD-STUID
                   " not on the issued sheet"
                   DELIMITED BY SIZE INTO wsReason
           END-IF.

       MERGE-SUBMIT-FILE.
           OPEN EXTEND SUBJECT-GRADE-FILE
           IF wsSgStatus = "35"
