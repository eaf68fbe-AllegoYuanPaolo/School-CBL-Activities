      *> Interactive maintenance for the room master (ROOMMAST),
      *> kept indexed on RM-ROOM the way FACMAINT keeps the faculty
      *> master. Add, change, and deactivate only -- a room that has
      *> been timetabled stays on file with RM-ACTIVE "N" so the
      *> old timetables still name it. TIMETBL will only book a
      *> section into an active room, and TTCHECK measures every
      *> section's roster against the capacity kept here.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOMMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-MASTER ASSIGN TO "ROOMS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RM-ROOM
               FILE STATUS wsRmStatus.

       DATA DIVISION.
           FILE SECTION.
           FD ROOM-MASTER.
           COPY ROOMMAST.

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsAgain pic X value "Y".
           01 wsEOF pic X value "N".
           01 wsRmStatus pic X(2).

           01 mntRoom pic X(6).
           01 mntName pic X(20).
           01 mntCapacity pic 9(4).

           01 dispCapacity pic Z,ZZ9.

           COPY NUMCHECK.
           COPY RPTHDR.

       PROCEDURE DIVISION.

           OPEN I-O ROOM-MASTER.
           IF wsRmStatus = "35"
               OPEN OUTPUT ROOM-MASTER
               CLOSE ROOM-MASTER
               OPEN I-O ROOM-MASTER
           END-IF.

           move "Room Master Maintenance" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           PERFORM UNTIL wsAgain NOT = "Y"
               display " "
               display "1. Add a room"
               display "2. Change a room"
               display "3. Deactivate a room"
               display "4. List rooms"
               display "0. Exit"
               display "Select mode: " with no advancing
               accept wsMode

               evaluate wsMode
                   when 1
                       perform ADD-ROOM
                   when 2
                       perform CHANGE-ROOM
                   when 3
                       perform DEACTIVATE-ROOM
                   when 4
                       perform LIST-ROOMS
                   when 0
                       move "N" to wsAgain
                   when other
                       display "Invalid selection."
               end-evaluate
           END-PERFORM.

           CLOSE ROOM-MASTER.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.

       PROMPT-ROOM-CODE.
           MOVE SPACES TO mntRoom
           PERFORM UNTIL mntRoom NOT = SPACES
               display "Enter room code: " with no advancing
               accept mntRoom
           END-PERFORM.

       PROMPT-CAPACITY.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Seats: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntCapacity = function numval(WS-VALID-BUFFER).

       ADD-ROOM.
           perform PROMPT-ROOM-CODE

           MOVE mntRoom TO RM-ROOM
           READ ROOM-MASTER
               INVALID KEY
                   display "Enter room name: " with no advancing
                   accept mntName
                   perform PROMPT-CAPACITY

                   MOVE mntRoom TO RM-ROOM
                   MOVE mntName TO RM-NAME
                   MOVE mntCapacity TO RM-CAPACITY
                   SET RM-IS-ACTIVE TO TRUE
                   WRITE ROOM-MASTER-REC
                   display "Room " RM-ROOM " added."
               NOT INVALID KEY
                   display "Room " RM-ROOM
                       " is already on file (" RM-NAME ")."
           END-READ.

       CHANGE-ROOM.
           perform PROMPT-ROOM-CODE

           MOVE mntRoom TO RM-ROOM
           READ ROOM-MASTER
               INVALID KEY
                   display "Room " mntRoom " is not on file."
               NOT INVALID KEY
                   MOVE RM-CAPACITY TO dispCapacity
                   display "On file: " RM-NAME " / " dispCapacity
                       " seats"
                   display "Enter new name (blank keeps): "
                       with no advancing
                   move spaces to mntName
                   accept mntName
                   if mntName not = spaces
                       MOVE mntName TO RM-NAME
                   end-if
                   display "New seat count (0 keeps)."
                   perform PROMPT-CAPACITY
                   if mntCapacity > 0
                       MOVE mntCapacity TO RM-CAPACITY
                   end-if
                   REWRITE ROOM-MASTER-REC
                   display "Room " RM-ROOM " changed."
           END-READ.

       DEACTIVATE-ROOM.
           perform PROMPT-ROOM-CODE

           MOVE mntRoom TO RM-ROOM
           READ ROOM-MASTER
               INVALID KEY
                   display "Room " mntRoom " is not on file."
               NOT INVALID KEY
                   IF RM-IS-INACTIVE
                       display "Room " RM-ROOM
                           " is already inactive."
                   ELSE
                       SET RM-IS-INACTIVE TO TRUE
                       REWRITE ROOM-MASTER-REC
                       display "Room " RM-ROOM
                           " (" RM-NAME ") deactivated."
                   END-IF
           END-READ.

       LIST-ROOMS.
           move "N" to wsEOF
           MOVE LOW-VALUES TO RM-ROOM
           START ROOM-MASTER KEY NOT < RM-ROOM
               INVALID KEY
                   move "Y" to wsEOF
           END-START
           PERFORM UNTIL wsEOF = "Y"
               READ ROOM-MASTER NEXT
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE RM-CAPACITY TO dispCapacity
                       display RM-ROOM " " RM-NAME " "
                           dispCapacity " " RM-ACTIVE
               END-READ
           END-PERFORM.
