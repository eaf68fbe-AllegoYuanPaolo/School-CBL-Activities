      *> with the before image, after image, timestamp, and the
      *> operator who made it. STUDENT.DAT is plain line sequential,
      *> so changes are applied by copying through a work file and
      *> copying back, the whole roster each time. The student's
      *> parent or guardian contact is kept here too, on
      *> GUARDIAN.DAT: mode 4 sets it (replacing any on file, by the
      *> same copy pass through GUARDWK.DAT), mode 5 shows it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUMAINT.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsSaStatus.

           SELECT GUARDIAN-FILE ASSIGN TO "GUARDIAN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsGdStatus.

           SELECT GUARDIAN-WORK-FILE ASSIGN TO "GUARDWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT-MASTER-FILE.
           FD STUDENT-AUDIT-FILE.
           COPY STUAUDIT.

           FD GUARDIAN-FILE.
           COPY GUARDIAN.

      *> Cut wider than the 126-byte guardian record so the copy pass
      *> can never shave the tail of the address.
           FD GUARDIAN-WORK-FILE.
           01 GUARDIAN-WORK-REC PIC X(150).

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsAgain pic X value "Y".
           01 wsEOF pic X value "N".
           01 wsSmStatus pic X(2).
           01 wsSaStatus pic X(2).
           01 wsGdStatus pic X(2).
           01 wsFound pic X value "N".

           01 wsOperator pic X(8).
           01 wsAfterImage pic X(50).
           01 wsAuditAction pic X(6).

           01 mntGdName pic X(30).
           01 mntGdRelation pic X(10).
           01 mntGdAddr1 pic X(30).
           01 mntGdAddr2 pic X(30).
           01 mntGdCity pic X(20).
           01 wsGdFound pic X.

           COPY NUMCHECK.
           COPY RPTHDR.

               display "1. Add a student"
               display "2. Change a student"
               display "3. Drop a student"
               display "4. Set a student's guardian"
               display "5. Show a student's guardian"
               display "0. Exit"
               display "Select mode: " with no advancing
               accept wsMode
                       perform CHANGE-STUDENT
                   when 3
                       perform DROP-STUDENT
                   when 4
                       perform SET-GUARDIAN
                   when 5
                       perform SHOW-GUARDIAN
                   when 0
                       move "N" to wsAgain
                   when other
           MOVE 0 TO SA-REQID
           WRITE STUDENT-AUDIT-REC
           CLOSE STUDENT-AUDIT-FILE.

      *> The guardian is set against a student on the roster; the
      *> name and first address line are required, the rest may be
      *> left blank.
       SET-GUARDIAN.
           perform PROMPT-STUDENT-ID
           perform FIND-STUDENT
           IF wsFound = "N"
               display "Student #" mntStuId " is not on file."
               EXIT PARAGRAPH
           END-IF
           display "Guardian for " SM-SNAME " #" mntStuId

           move spaces to mntGdName
           PERFORM UNTIL mntGdName NOT = SPACES
               display "Guardian name: " with no advancing
               accept mntGdName
           END-PERFORM
           display "Relationship (e.g. MOTHER, UNCLE): "
               with no advancing
           move spaces to mntGdRelation
           accept mntGdRelation
           INSPECT mntGdRelation CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move spaces to mntGdAddr1
           PERFORM UNTIL mntGdAddr1 NOT = SPACES
               display "Address line 1: " with no advancing
               accept mntGdAddr1
           END-PERFORM
           display "Address line 2: " with no advancing
           move spaces to mntGdAddr2
           accept mntGdAddr2
           display "City: " with no advancing
           move spaces to mntGdCity
           accept mntGdCity

           perform DROP-OLD-GUARDIAN

           OPEN EXTEND GUARDIAN-FILE
           IF wsGdStatus = "35"
               OPEN OUTPUT GUARDIAN-FILE
               CLOSE GUARDIAN-FILE
               OPEN EXTEND GUARDIAN-FILE
           END-IF
           MOVE mntStuId TO GD-STUID
           MOVE mntGdName TO GD-NAME
           MOVE mntGdRelation TO GD-RELATION
           MOVE mntGdAddr1 TO GD-ADDR1
           MOVE mntGdAddr2 TO GD-ADDR2
           MOVE mntGdCity TO GD-CITY
           WRITE GUARDIAN-REC
           CLOSE GUARDIAN-FILE

           display "Guardian set for #" mntStuId ".".

      *> Any guardian already on file for the student is copied out
      *> of GUARDIAN.DAT before the new one is appended.
       DROP-OLD-GUARDIAN.
           MOVE "N" TO wsGdFound
           move "N" to wsEOF
           OPEN INPUT GUARDIAN-FILE
           IF wsGdStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GUARDIAN-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ GUARDIAN-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF GD-STUID = mntStuId
                           MOVE "Y" TO wsGdFound
                       ELSE
                           MOVE SPACES TO GUARDIAN-WORK-REC
                           MOVE GUARDIAN-REC TO GUARDIAN-WORK-REC
                           WRITE GUARDIAN-WORK-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GUARDIAN-FILE
           CLOSE GUARDIAN-WORK-FILE

           IF wsGdFound = "N"
               EXIT PARAGRAPH
           END-IF

           move "N" to wsEOF
           OPEN INPUT GUARDIAN-WORK-FILE
           OPEN OUTPUT GUARDIAN-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ GUARDIAN-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE GUARDIAN-WORK-REC TO GUARDIAN-REC
                       WRITE GUARDIAN-REC
               END-READ
           END-PERFORM
           CLOSE GUARDIAN-WORK-FILE
           CLOSE GUARDIAN-FILE.

       SHOW-GUARDIAN.
           perform PROMPT-STUDENT-ID
           MOVE "N" TO wsGdFound
           move "N" to wsEOF
           OPEN INPUT GUARDIAN-FILE
           IF wsGdStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ GUARDIAN-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF GD-STUID = mntStuId
                           MOVE "Y" TO wsGdFound
                           MOVE "Y" TO wsEOF
                           display "Guardian: " GD-NAME " ("
                               function trim(GD-RELATION) ")"
                           display "          " GD-ADDR1
                           display "          " GD-ADDR2
                           display "          " GD-CITY
                       END-IF
               END-READ
           END-PERFORM
           IF wsGdStatus = "00" OR wsGdStatus = "10"
               CLOSE GUARDIAN-FILE
           END-IF
           IF wsGdFound = "N"
               display "No guardian on file for #" mntStuId "."
           END-IF.
