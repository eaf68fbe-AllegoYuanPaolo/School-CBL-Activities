      *> Interactive maintenance for the class timetable (TIMETBL).
      *> A slot is booked only against a section and subject that
      *> FACMAINT has already assigned a teacher for the term, and
      *> only into an active room on the room master, so every slot
      *> names a real teacher and a real room. Slots are dropped
      *> through a copy pass and rebooked, never changed in place.
      *> Booking does not police clashes; TTCHECK checks the whole
      *> term at once, which is where a clash is worth fixing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMETBL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMETABLE-FILE ASSIGN TO "TIMETBL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsTtStatus.

           SELECT TIMETABLE-COPY-FILE ASSIGN TO "TTBLWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT ASSIGNMENT-FILE ASSIGN TO "ASSIGN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsAsStatus.

           SELECT ROOM-MASTER ASSIGN TO "ROOMS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RM-ROOM
               FILE STATUS wsRmStatus.

       DATA DIVISION.
           FILE SECTION.
           FD TIMETABLE-FILE.
           COPY TIMETBL.

      *> Cut wider than the 38-byte slot so the copy pass can never
      *> shave the tail.
           FD TIMETABLE-COPY-FILE.
           01 TIMETABLE-COPY-REC PIC X(60).

           FD ASSIGNMENT-FILE.
           COPY ASSIGN.

           FD ROOM-MASTER.
           COPY ROOMMAST.

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsAgain pic X value "Y".
           01 wsEOF pic X value "N".
           01 wsTtStatus pic X(2).
           01 wsAsStatus pic X(2).
           01 wsRmStatus pic X(2).
           01 wsFound pic X.
           01 wsDropCount pic 9(4).

           01 mntTerm pic X(6).
           01 mntSection pic X(2).
           01 mntSubject pic X(10).
           01 mntFacId pic 9(4).
           01 mntStart pic 9(4).
           01 mntEnd pic 9(4).
           01 mntRoom pic X(6).

      *> Days keyed as letters in any order (MWF, TH) are laid out
      *> in their Monday-to-Saturday positions.
           01 wsDayLetters pic X(6) value "MTWHFS".
           01 wsDaysIn pic X(6).
           01 wsDaysOut pic X(6).
           01 wsDaysOk pic X.
           01 wsDayIdx pic 9.
           01 wsLetterIdx pic 9.

           01 wsTimeHours pic 9(2).
           01 wsTimeMins pic 9(2).
           01 wsTimeOk pic X.
           01 wsTimeIn pic 9(4).

           COPY NUMCHECK.
           COPY RPTHDR.

       PROCEDURE DIVISION.

           move "Class Timetable Maintenance" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           PERFORM UNTIL wsAgain NOT = "Y"
               display " "
               display "1. Book a slot"
               display "2. Drop a slot"
               display "3. List slots for a term"
               display "0. Exit"
               display "Select mode: " with no advancing
               accept wsMode

               evaluate wsMode
                   when 1
                       perform BOOK-SLOT
                   when 2
                       perform DROP-SLOT
                   when 3
                       perform LIST-SLOTS
                   when 0
                       move "N" to wsAgain
                   when other
                       display "Invalid selection."
               end-evaluate
           END-PERFORM.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.

       PROMPT-SECTION-SUBJECT.
           display "Enter term code (e.g. 2025-1): "
               with no advancing
           accept mntTerm
           display "Enter section code (e.g. A1): "
               with no advancing
           accept mntSection
           display "Enter subject code: " with no advancing
           accept mntSubject.

       PROMPT-DAYS.
           MOVE "N" TO wsDaysOk
           PERFORM UNTIL wsDaysOk = "Y"
               display "Days (letters of MTWHFS, e.g. MWF): "
                   with no advancing
               MOVE SPACES TO wsDaysIn
               accept wsDaysIn
               INSPECT wsDaysIn CONVERTING "mtwhfs" TO "MTWHFS"
               perform LAY-OUT-DAYS
               IF wsDaysOk = "N"
                   display "Days must be letters of MTWHFS."
               END-IF
           END-PERFORM.

       LAY-OUT-DAYS.
           MOVE SPACES TO wsDaysOut
           MOVE "Y" TO wsDaysOk
           PERFORM VARYING wsDayIdx FROM 1 BY 1 UNTIL wsDayIdx > 6
               IF wsDaysIn(wsDayIdx:1) NOT = SPACE
                   PERFORM VARYING wsLetterIdx FROM 1 BY 1
                           UNTIL wsLetterIdx > 6
                       OR wsDayLetters(wsLetterIdx:1)
                           = wsDaysIn(wsDayIdx:1)
                   END-PERFORM
                   IF wsLetterIdx > 6
                       MOVE "N" TO wsDaysOk
                   ELSE
                       MOVE wsDayLetters(wsLetterIdx:1)
                           TO wsDaysOut(wsLetterIdx:1)
                   END-IF
               END-IF
           END-PERFORM
           IF wsDaysOut = SPACES
               MOVE "N" TO wsDaysOk
           END-IF.

       PROMPT-TIME.
           MOVE "N" TO wsTimeOk
           PERFORM UNTIL wsTimeOk = "Y"
               move "N" to WS-VALID-OK
               perform until VALID-NUMERIC-INPUT
                   accept WS-VALID-BUFFER
                   perform VALIDATE-NUMERIC-INPUT
               end-perform
               compute wsTimeIn = function numval(WS-VALID-BUFFER)
               DIVIDE wsTimeIn BY 100 GIVING wsTimeHours
                   REMAINDER wsTimeMins
               IF wsTimeHours > 23 OR wsTimeMins > 59
                   display "Not a 24-hour HHMM time -- again: "
                       with no advancing
               ELSE
                   MOVE "Y" TO wsTimeOk
               END-IF
           END-PERFORM.

      *> A reassignment in FACMAINT is a later line, so the last
      *> matching assignment is the teacher of record.
       FIND-ASSIGNMENT.
           MOVE "N" TO wsFound
           MOVE 0 TO mntFacId
           MOVE "N" TO wsEOF
           OPEN INPUT ASSIGNMENT-FILE
           IF wsAsStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ ASSIGNMENT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF AS-TERM = mntTerm
                           AND AS-SECTION = mntSection
                           AND AS-SUBJECT = mntSubject
                           MOVE "Y" TO wsFound
                           MOVE AS-FACID TO mntFacId
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSIGNMENT-FILE.

       BOOK-SLOT.
           perform PROMPT-SECTION-SUBJECT
           perform FIND-ASSIGNMENT
           IF wsFound = "N"
               display "Section " mntSection " "
                   function trim(mntSubject) " has no teacher for "
                   mntTerm " -- assign one in FACMAINT first."
               EXIT PARAGRAPH
           END-IF

           perform PROMPT-DAYS
           display "Start time (HHMM): " with no advancing
           perform PROMPT-TIME
           MOVE wsTimeIn TO mntStart
           display "End time (HHMM): " with no advancing
           perform PROMPT-TIME
           MOVE wsTimeIn TO mntEnd
           IF mntEnd NOT > mntStart
               display "End time must be after the start time."
               EXIT PARAGRAPH
           END-IF

           display "Enter room code: " with no advancing
           accept mntRoom
           OPEN INPUT ROOM-MASTER
           IF wsRmStatus NOT = "00"
               display "Room master not on file -- add rooms in"
                   " ROOMMNT first."
               EXIT PARAGRAPH
           END-IF
           MOVE mntRoom TO RM-ROOM
           READ ROOM-MASTER
               INVALID KEY
                   MOVE "N" TO wsFound
               NOT INVALID KEY
                   IF RM-IS-INACTIVE
                       MOVE "I" TO wsFound
                   END-IF
           END-READ
           CLOSE ROOM-MASTER
           IF wsFound = "N"
               display "Room " mntRoom " is not on file."
               EXIT PARAGRAPH
           END-IF
           IF wsFound = "I"
               display "Room " mntRoom " is inactive."
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND TIMETABLE-FILE
           IF wsTtStatus = "35"
               OPEN OUTPUT TIMETABLE-FILE
               CLOSE TIMETABLE-FILE
               OPEN EXTEND TIMETABLE-FILE
           END-IF
           MOVE mntTerm TO TT-TERM
           MOVE mntSection TO TT-SECTION
           MOVE mntSubject TO TT-SUBJECT
           MOVE wsDaysOut TO TT-DAYS
           MOVE mntStart TO TT-START
           MOVE mntEnd TO TT-END
           MOVE mntRoom TO TT-ROOM
           WRITE TIMETABLE-REC
           CLOSE TIMETABLE-FILE

           display "Section " mntSection " "
               function trim(mntSubject) " booked " wsDaysOut " "
               mntStart "-" mntEnd " in " mntRoom ".".

      *> Drops the one slot named by section, subject, days, and
      *> start time, copying every other line through TTBLWK.DAT.
       DROP-SLOT.
           perform PROMPT-SECTION-SUBJECT
           perform PROMPT-DAYS
           display "Start time (HHMM): " with no advancing
           perform PROMPT-TIME
           MOVE wsTimeIn TO mntStart

           MOVE 0 TO wsDropCount
           MOVE "N" TO wsEOF
           OPEN INPUT TIMETABLE-FILE
           IF wsTtStatus NOT = "00"
               display "No timetable on disk yet."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TIMETABLE-COPY-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ TIMETABLE-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF TT-TERM = mntTerm
                           AND TT-SECTION = mntSection
                           AND TT-SUBJECT = mntSubject
                           AND TT-DAYS = wsDaysOut
                           AND TT-START = mntStart
                           ADD 1 TO wsDropCount
                       ELSE
                           MOVE SPACES TO TIMETABLE-COPY-REC
                           MOVE TIMETABLE-REC TO TIMETABLE-COPY-REC
                           WRITE TIMETABLE-COPY-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIMETABLE-FILE
           CLOSE TIMETABLE-COPY-FILE

           IF wsDropCount = 0
               display "No such slot on the timetable."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO wsEOF
           OPEN INPUT TIMETABLE-COPY-FILE
           OPEN OUTPUT TIMETABLE-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ TIMETABLE-COPY-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE TIMETABLE-COPY-REC TO TIMETABLE-REC
                       WRITE TIMETABLE-REC
               END-READ
           END-PERFORM
           CLOSE TIMETABLE-COPY-FILE
           CLOSE TIMETABLE-FILE
           display "Slot dropped.".

       LIST-SLOTS.
           display "Enter term code: " with no advancing
           accept mntTerm

           move "N" to wsEOF
           OPEN INPUT TIMETABLE-FILE
           IF wsTtStatus NOT = "00"
               display "No timetable on disk yet."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ TIMETABLE-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF TT-TERM = mntTerm
                           display TT-SECTION " " TT-SUBJECT " "
                               TT-DAYS " " TT-START "-" TT-END " "
                               TT-ROOM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIMETABLE-FILE.
