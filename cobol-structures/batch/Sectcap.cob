      *> Interactive maintenance for the section capacities
      *> (SECTCAP), kept indexed on term, section, and subject. A
      *> capacity is set or changed in one step and can be removed,
      *> which leaves that section and subject unlimited again --
      *> a capacity is an offer for one term, not history. Lowering
      *> a capacity below the enrollment already on file does not
      *> drop anyone; ENROLL simply waitlists from then on, and a
      *> drop does not promote while the section is still over.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTCAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-CAPACITY-FILE ASSIGN TO "SECTCAP.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SX-KEY
               FILE STATUS wsSxStatus.

       DATA DIVISION.
           FILE SECTION.
           FD SECTION-CAPACITY-FILE.
           COPY SECTCAP.

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsAgain pic X value "Y".
           01 wsEOF pic X value "N".
           01 wsSxStatus pic X(2).

           01 mntTerm pic X(6).
           01 mntSection pic X(2).
           01 mntSubject pic X(10).
           01 mntCapacity pic 9(4).

           01 dispCapacity pic Z,ZZ9.

           COPY NUMCHECK.
           COPY RPTHDR.

       PROCEDURE DIVISION.

           OPEN I-O SECTION-CAPACITY-FILE.
           IF wsSxStatus = "35"
               OPEN OUTPUT SECTION-CAPACITY-FILE
               CLOSE SECTION-CAPACITY-FILE
               OPEN I-O SECTION-CAPACITY-FILE
           END-IF.

           move "Section Capacity Maintenance" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           PERFORM UNTIL wsAgain NOT = "Y"
               display " "
               display "1. Set a section capacity"
               display "2. Remove a section capacity"
               display "3. List capacities for a term"
               display "0. Exit"
               display "Select mode: " with no advancing
               accept wsMode

               evaluate wsMode
                   when 1
                       perform SET-CAPACITY
                   when 2
                       perform REMOVE-CAPACITY
                   when 3
                       perform LIST-CAPACITIES
                   when 0
                       move "N" to wsAgain
                   when other
                       display "Invalid selection."
               end-evaluate
           END-PERFORM.

           CLOSE SECTION-CAPACITY-FILE.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.

       PROMPT-SECTION-KEY.
           display "Enter term code (e.g. 2025-1): "
               with no advancing
           accept mntTerm
           display "Enter section code (e.g. A1): "
               with no advancing
           accept mntSection
           display "Enter subject code: " with no advancing
           accept mntSubject
           MOVE mntTerm TO SX-TERM
           MOVE mntSection TO SX-SECTION
           MOVE mntSubject TO SX-SUBJECT.

       SET-CAPACITY.
           perform PROMPT-SECTION-KEY
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Seats offered: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntCapacity = function numval(WS-VALID-BUFFER)

           READ SECTION-CAPACITY-FILE
               INVALID KEY
                   MOVE mntCapacity TO SX-CAPACITY
                   WRITE SECTION-CAPACITY-REC
                   MOVE mntCapacity TO dispCapacity
                   display "Section " mntSection " "
                       function trim(mntSubject) " set to "
                       dispCapacity " seats."
               NOT INVALID KEY
                   MOVE SX-CAPACITY TO dispCapacity
                   display "Was " dispCapacity " seats."
                   MOVE mntCapacity TO SX-CAPACITY
                   REWRITE SECTION-CAPACITY-REC
                   MOVE mntCapacity TO dispCapacity
                   display "Section " mntSection " "
                       function trim(mntSubject) " changed to "
                       dispCapacity " seats."
           END-READ.

       REMOVE-CAPACITY.
           perform PROMPT-SECTION-KEY
           READ SECTION-CAPACITY-FILE
               INVALID KEY
                   display "No capacity on file for that section."
               NOT INVALID KEY
                   DELETE SECTION-CAPACITY-FILE
                   display "Capacity removed -- section " mntSection
                       " " function trim(mntSubject)
                       " is unlimited."
           END-READ.

       LIST-CAPACITIES.
           display "Enter term code: " with no advancing
           accept mntTerm

           move "N" to wsEOF
           MOVE mntTerm TO SX-TERM
           MOVE LOW-VALUES TO SX-SECTION
           MOVE LOW-VALUES TO SX-SUBJECT
           START SECTION-CAPACITY-FILE KEY NOT < SX-KEY
               INVALID KEY
                   move "Y" to wsEOF
           END-START
           PERFORM UNTIL wsEOF = "Y"
               READ SECTION-CAPACITY-FILE NEXT
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF SX-TERM NOT = mntTerm
                           MOVE "Y" TO wsEOF
                       ELSE
                           MOVE SX-CAPACITY TO dispCapacity
                           display SX-SECTION " " SX-SUBJECT " "
                               dispCapacity
                       END-IF
               END-READ
           END-PERFORM.
