      *> the subjects carried, their averages, the master-record
      *> component average, and the term's weighted GWA. The history
      *> is appended close by close, so the terms come out in the
      *> order they were lived. No transcript is issued to a student
      *> with an active hold on HOLDS.DAT; the office to see is
      *> named instead. A student the GRADRUN job has cleared closes
      *> with the degree, the term and any Latin honors off
      *> GRADUATE.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNSCRPT.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsGhStatus.

           SELECT STUDENT-HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsHdStatus.

           SELECT GRADUATE-FILE ASSIGN TO "GRADUATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsGrStatus.

       DATA DIVISION.
           FILE SECTION.
           FD GRADE-HIST-FILE.
           COPY GRADHIST.

           FD STUDENT-HOLD-FILE.
           COPY HOLDS.

           FD GRADUATE-FILE.
           COPY GRADLIST.

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsGhStatus pic X(2).
           01 wsGrStatus pic X(2).

           01 pickStuId pic 9(6).
           01 wsFound pic X value "N".
           01 dispAve pic ZZ9.99.
           01 dispUnits pic 9.9.

           COPY HOLDWS.
           COPY NUMCHECK.
           COPY RPTHDR.

           end-perform
           compute pickStuId = function numval(WS-VALID-BUFFER)

           MOVE pickStuId TO holdStuId.
           perform SHOW-STUDENT-HOLDS.
           IF holdCount > 0
               display "Student #" pickStuId " is on hold -- no"
                   " transcript until the office releases it."
               STOP RUN
           END-IF.

           OPEN INPUT GRADE-HIST-FILE.
           IF wsGhStatus NOT = "00"
               display "No grade history on file yet -- run"
               display "No archived terms for student #" pickStuId
           END-IF.

           perform PRINT-GRADUATION.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY HOLDPR.
           COPY NUMCHKPR.
           COPY RPTHDRPR.

               WHEN GH-IS-GWA
                   display "  Term GWA: " dispAve
           END-EVALUATE.

       PRINT-GRADUATION.
           MOVE "N" TO wsEOF
           OPEN INPUT GRADUATE-FILE
           IF wsGrStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ GRADUATE-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF GR-STUID = pickStuId
                           display " "
                           display "Graduated: program " GR-PROGRAM
                               " term " GR-TERM "  " GR-HONORS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADUATE-FILE.
