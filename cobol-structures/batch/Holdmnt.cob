      *> Student holds maintenance. Each office keeps its own holds
      *> here instead of on a list in a drawer: mode 1 places a hold
      *> (student, the office's type code, the reason), mode 2
      *> releases one, mode 3 lists a student's holds, active and
      *> released. Placing and releasing are proven against the
      *> operator's class on OPERPROF.DAT, the CRHOLD way -- an
      *> office clerk (class O) works only the holds of the office
      *> on the profile, a supervisor any office's; everyone else
      *> may only look. A release copies HOLDS.DAT through HOLDWK.DAT
      *> stamping the date and operator, so the line stays on file
      *> as the record of the hold.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsHdStatus.

           SELECT HOLD-WORK-FILE ASSIGN TO "HOLDWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsOpStatus.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT-HOLD-FILE.
           COPY HOLDS.

      *> Cut wider than the 76-byte hold record so the copy pass
      *> can never shave the tail of the operator stamps.
           FD HOLD-WORK-FILE.
           01 HOLD-WORK-REC PIC X(100).

           FD OPERATOR-PROFILE-FILE.
           COPY OPERPROF.

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsAgain pic X value "Y".
           01 wsEOF pic X value "N".
           01 wsOpStatus pic X(2).
           01 wsToday pic 9(8).

           01 wsOperator pic X(8).
           01 wsOpClass pic X value space.
           01 wsOpOffice pic X(4) value spaces.
           01 wsProfEOF pic X.

           01 mntStuId pic 9(6).
           01 mntOffice pic X(4).
           01 mntType pic X(4).
           01 mntReason pic X(30).
           01 wsReleased pic 9(3).
           01 wsListed pic 9(3).
           01 dispCount pic ZZ9.

           COPY HOLDWS.
           COPY NUMCHECK.
           COPY RPTHDR.

       PROCEDURE DIVISION.

           display "Operator ID: " with no advancing.
           accept wsOperator.
           perform CHECK-OPERATOR-CLASS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday.

           move "Student Holds Maintenance" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           PERFORM UNTIL wsAgain NOT = "Y"
               display " "
               display "1. Place a hold"
               display "2. Release a hold"
               display "3. List a student's holds"
               display "0. Exit"
               display "Select mode: " with no advancing
               accept wsMode

               evaluate wsMode
                   when 1
                       perform PLACE-HOLD
                   when 2
                       perform RELEASE-HOLD
                   when 3
                       perform LIST-STUDENT-HOLDS
                   when 0
                       move "N" to wsAgain
                   when other
                       display "Invalid selection."
               end-evaluate
           END-PERFORM.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY HOLDPR.
           COPY NUMCHKPR.
           COPY RPTHDRPR.

      *> The class and office come off the operator profile, the
      *> same file MENU signs on against; with no profile file on
      *> disk the bootstrap rule MENU uses applies here too.
       CHECK-OPERATOR-CLASS.
           MOVE "N" TO wsProfEOF
           OPEN INPUT OPERATOR-PROFILE-FILE
           IF wsOpStatus NOT = "00"
               display "No operator profile file on disk --"
                   " treating the operator as supervisor."
               MOVE "S" TO wsOpClass
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsProfEOF = "Y"
               READ OPERATOR-PROFILE-FILE
                   AT END
                       MOVE "Y" TO wsProfEOF
                   NOT AT END
                       IF OP-ID = wsOperator
                           MOVE OP-CLASS TO wsOpClass
                           MOVE OP-OFFICE TO wsOpOffice
                           MOVE "Y" TO wsProfEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-PROFILE-FILE.

      *> A clerk's office is the one on the profile; a supervisor
      *> names the office the hold is for. mntOffice is left blank
      *> when the operator may not touch holds at all.
       PROMPT-HOLD-OFFICE.
           move spaces to mntOffice
           EVALUATE wsOpClass
               WHEN "O"
                   MOVE wsOpOffice TO mntOffice
               WHEN "S"
                   move "N" to holdOfficeKnown
                   PERFORM UNTIL holdOfficeKnown = "Y"
                       display "Office (LIBR/ACCT/DISC/REGS): "
                           with no advancing
                       accept mntOffice
                       INSPECT mntOffice CONVERTING
                           "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       MOVE mntOffice TO holdOffice
                       perform FIND-OFFICE-NAME
                   END-PERFORM
               WHEN OTHER
                   display "Placing and releasing holds is for the"
                       " office clerks and supervisors -- operator "
                       wsOperator " may only list."
           END-EVALUATE.

       PROMPT-HOLD-STUDENT.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Student ID: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntStuId = function numval(WS-VALID-BUFFER).

       PROMPT-HOLD-TYPE.
           move spaces to mntType
           PERFORM UNTIL mntType NOT = SPACES
               display "Hold type code (e.g. BOOK, FEES): "
                   with no advancing
               accept mntType
               INSPECT mntType CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-PERFORM.

       PLACE-HOLD.
           perform PROMPT-HOLD-OFFICE
           IF mntOffice = SPACES
               EXIT PARAGRAPH
           END-IF
           perform PROMPT-HOLD-STUDENT
           perform PROMPT-HOLD-TYPE
           display "Reason: " with no advancing
           move spaces to mntReason
           accept mntReason

           OPEN EXTEND STUDENT-HOLD-FILE
           IF wsHdStatus = "35"
               OPEN OUTPUT STUDENT-HOLD-FILE
               CLOSE STUDENT-HOLD-FILE
               OPEN EXTEND STUDENT-HOLD-FILE
           END-IF
           MOVE mntStuId TO HD-STUID
           MOVE mntType TO HD-TYPE
           MOVE mntOffice TO HD-OFFICE
           MOVE wsToday TO HD-PLACED
           MOVE 0 TO HD-RELEASED
           MOVE mntReason TO HD-REASON
           MOVE wsOperator TO HD-PLACED-BY
           MOVE SPACES TO HD-RELEASED-BY
           WRITE STUDENT-HOLD-REC
           CLOSE STUDENT-HOLD-FILE

           MOVE mntOffice TO holdOffice
           perform FIND-OFFICE-NAME
           display "Hold " mntType " placed on #" mntStuId " for the "
               function trim(holdOfficeName) ".".

      *> Releases every active hold of the type the office has on
      *> the student -- normally the one.
       RELEASE-HOLD.
           perform PROMPT-HOLD-OFFICE
           IF mntOffice = SPACES
               EXIT PARAGRAPH
           END-IF
           perform PROMPT-HOLD-STUDENT
           perform PROMPT-HOLD-TYPE

           MOVE 0 TO wsReleased
           move "N" to wsEOF
           OPEN INPUT STUDENT-HOLD-FILE
           IF wsHdStatus NOT = "00"
               display "No holds on file."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HOLD-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ STUDENT-HOLD-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF HD-STUID = mntStuId
                           AND HD-OFFICE = mntOffice
                           AND HD-TYPE = mntType
                           AND HD-IS-ACTIVE
                           MOVE wsToday TO HD-RELEASED
                           MOVE wsOperator TO HD-RELEASED-BY
                           ADD 1 TO wsReleased
                       END-IF
                       MOVE SPACES TO HOLD-WORK-REC
                       MOVE STUDENT-HOLD-REC TO HOLD-WORK-REC
                       WRITE HOLD-WORK-REC
               END-READ
           END-PERFORM
           CLOSE STUDENT-HOLD-FILE
           CLOSE HOLD-WORK-FILE

           IF wsReleased = 0
               display "No active " mntType " hold from " mntOffice
                   " on #" mntStuId "."
               EXIT PARAGRAPH
           END-IF

           move "N" to wsEOF
           OPEN INPUT HOLD-WORK-FILE
           OPEN OUTPUT STUDENT-HOLD-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ HOLD-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE HOLD-WORK-REC TO STUDENT-HOLD-REC
                       WRITE STUDENT-HOLD-REC
               END-READ
           END-PERFORM
           CLOSE HOLD-WORK-FILE
           CLOSE STUDENT-HOLD-FILE

           MOVE wsReleased TO dispCount
           display dispCount " hold(s) released on #" mntStuId ".".

       LIST-STUDENT-HOLDS.
           perform PROMPT-HOLD-STUDENT
           MOVE 0 TO wsListed
           move "N" to wsEOF
           OPEN INPUT STUDENT-HOLD-FILE
           IF wsHdStatus NOT = "00"
               display "No holds on file."
               EXIT PARAGRAPH
           END-IF
           display "TYPE OFFICE PLACED   BY       RELEASED BY"
               "       REASON"
           PERFORM UNTIL wsEOF = "Y"
               READ STUDENT-HOLD-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF HD-STUID = mntStuId
                           ADD 1 TO wsListed
                           display HD-TYPE " " HD-OFFICE "   "
                               HD-PLACED " " HD-PLACED-BY " "
                               HD-RELEASED " " HD-RELEASED-BY " "
                               HD-REASON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-HOLD-FILE
           IF wsListed = 0
               display "No holds for #" mntStuId "."
           END-IF.
