      *> Timetable validation and listing for a term. The term's
      *> slots on TIMETBL.DAT are loaded with the teacher of record
      *> from ASSIGN.DAT (the last assignment line for the section
      *> and subject) and checked pair by pair: two slots that share
      *> a day and overlap in time may not share a room, a teacher,
      *> or a section. Each slot's room is checked on the room
      *> master, and its seats against the section's roster count
      *> off the student master. Every clash and short room prints
      *> first; then the timetable prints three ways -- by section,
      *> by teacher, and by room -- to TTCHECK.PRT. Any exception
      *> ends the run with return code 8, so the term is not
      *> published with a double-booking in it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTCHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMETABLE-FILE ASSIGN TO "TIMETBL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsTtStatus.

           SELECT ASSIGNMENT-FILE ASSIGN TO "ASSIGN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsAsStatus.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsSmStatus.

           SELECT ROOM-MASTER ASSIGN TO "ROOMS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RM-ROOM
               FILE STATUS wsRmStatus.

           SELECT FACULTY-MASTER ASSIGN TO "FACULTY.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FC-ID
               FILE STATUS wsFcStatus.

           SELECT SLOT-SORT-FILE ASSIGN TO "SRTWK61".

           SELECT REPORT-PRINT-FILE ASSIGN TO "TTCHECK.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD TIMETABLE-FILE.
           COPY TIMETBL.

           FD ASSIGNMENT-FILE.
           COPY ASSIGN.

           FD STUDENT-MASTER-FILE.
           COPY STUDMAST.

           FD ROOM-MASTER.
           COPY ROOMMAST.

           FD FACULTY-MASTER.
           COPY FACMAST.

           SD SLOT-SORT-FILE.
           01 SLOT-SORT-REC.
               05 TS-GROUP PIC X(6).
               05 TS-START PIC 9(4).
               05 TS-DAYS PIC X(6).
               05 TS-END PIC 9(4).
               05 TS-SECTION PIC X(2).
               05 TS-SUBJECT PIC X(10).
               05 TS-FACID PIC 9(4).
               05 TS-ROOM PIC X(6).

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsTtStatus pic X(2).
           01 wsAsStatus pic X(2).
           01 wsSmStatus pic X(2).
           01 wsRmStatus pic X(2).
           01 wsFcStatus pic X(2).

           01 pickTerm pic X(6).
           01 wsView pic X.
               88 wsViewBySection value "S".
               88 wsViewByTeacher value "T".
               88 wsViewByRoom value "R".
           01 wsFirstRec pic X.
           01 wsCurGroup pic X(6).

      *> Teacher of record per section and subject for the term.
           01 wsAsgMax pic 9(4) value 1000.
           01 wsAsgCount pic 9(4) value 0.
           01 asgIdx pic 9(4).
           01 wsAsgTable.
               05 wsAsgEntry OCCURS 1000 TIMES.
                   10 asgSection pic X(2).
                   10 asgSubject pic X(10).
                   10 asgFacId pic 9(4).

      *> Students on the master per section for the term.
           01 wsRosMax pic 9(4) value 200.
           01 wsRosCount pic 9(4) value 0.
           01 rosIdx pic 9(4).
           01 wsRosTable.
               05 wsRosEntry OCCURS 200 TIMES.
                   10 rosSection pic X(2).
                   10 rosCount pic 9(4).

           01 wsSlotMax pic 9(4) value 2000.
           01 wsSlotCount pic 9(4) value 0.
           01 slotIdx pic 9(4).
           01 otherIdx pic 9(4).
           01 dayIdx pic 9.
           01 wsSlotTable.
               05 wsSlotEntry OCCURS 2000 TIMES.
                   10 slSection pic X(2).
                   10 slSubject pic X(10).
                   10 slFacId pic 9(4).
                   10 slDays pic X(6).
                   10 slStart pic 9(4).
                   10 slEnd pic 9(4).
                   10 slRoom pic X(6).

           01 wsOverlap pic X.
           01 wsRoster pic 9(4).
           01 wsIssue pic X(14).

           01 wsRoomClash pic 9(5) value 0.
           01 wsTeacherClash pic 9(5) value 0.
           01 wsSectionClash pic 9(5) value 0.
           01 wsRoomShort pic 9(5) value 0.
           01 wsRoomBad pic 9(5) value 0.
           01 wsNoTeacher pic 9(5) value 0.
           01 wsExceptions pic 9(5) value 0.

           01 dispCount pic ZZ,ZZ9.
           01 dispSeats pic Z,ZZ9.
           01 dispRoster pic Z,ZZ9.

           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           display "Term to check (e.g. 2025-1): " with no advancing.
           accept pickTerm.

           move "Class Timetable Check" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           perform LOAD-ASSIGNMENTS.
           perform LOAD-ROSTER-COUNTS.
           perform LOAD-SLOTS.
           IF wsSlotCount > wsSlotMax
               display "More than " wsSlotMax " slots for " pickTerm
                   " -- not checked."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF wsSlotCount = 0
               display "No timetable slots for " pickTerm "."
               STOP RUN
           END-IF.

           OPEN INPUT ROOM-MASTER.
           OPEN INPUT FACULTY-MASTER.

           MOVE SPACES TO wsRptColHead.
           perform OPEN-REPORT-PRINT.
           MOVE SPACES TO wsRptLine.
           STRING "TERM " pickTerm "  EXCEPTIONS"
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.

           PERFORM VARYING slotIdx FROM 1 BY 1
                   UNTIL slotIdx > wsSlotCount
               perform CHECK-SLOT-ROOM
               perform CHECK-SLOT-CLASHES
           END-PERFORM.
           IF wsExceptions = 0
               MOVE "  NONE -- NO CLASHES AND NO SHORT ROOMS."
                   TO wsRptLine
               perform SHOW-REPORT-LINE
           END-IF.

           SET wsViewBySection TO TRUE.
           SORT SLOT-SORT-FILE
               ON ASCENDING KEY TS-GROUP TS-START TS-DAYS
               INPUT PROCEDURE RELEASE-SLOTS
               OUTPUT PROCEDURE PRINT-TIMETABLE-VIEW.
           SET wsViewByTeacher TO TRUE.
           SORT SLOT-SORT-FILE
               ON ASCENDING KEY TS-GROUP TS-START TS-DAYS
               INPUT PROCEDURE RELEASE-SLOTS
               OUTPUT PROCEDURE PRINT-TIMETABLE-VIEW.
           SET wsViewByRoom TO TRUE.
           SORT SLOT-SORT-FILE
               ON ASCENDING KEY TS-GROUP TS-START TS-DAYS
               INPUT PROCEDURE RELEASE-SLOTS
               OUTPUT PROCEDURE PRINT-TIMETABLE-VIEW.

           IF wsRmStatus = "00"
               CLOSE ROOM-MASTER
           END-IF.
           IF wsFcStatus = "00"
               CLOSE FACULTY-MASTER
           END-IF.

           display " ".
           MOVE wsSlotCount TO dispCount.
           display "Slots checked:           " dispCount.
           MOVE wsRoomClash TO dispCount.
           display "Room double-bookings:    " dispCount.
           MOVE wsTeacherClash TO dispCount.
           display "Teacher double-bookings: " dispCount.
           MOVE wsSectionClash TO dispCount.
           display "Section double-bookings: " dispCount.
           MOVE wsRoomShort TO dispCount.
           display "Rooms too small:         " dispCount.
           MOVE wsRoomBad TO dispCount.
           display "Rooms off file/inactive: " dispCount.
           MOVE wsNoTeacher TO dispCount.
           display "Slots with no teacher:   " dispCount.
           perform CLOSE-REPORT-PRINT.
           IF wsExceptions > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY RPTHDRPR.
           COPY RPTPRTPR.

       SHOW-REPORT-LINE.
           display wsRptLine
           perform WRITE-REPORT-LINE.

      *> A reassignment in FACMAINT is a later line, so a later
      *> line for the same section and subject replaces the entry.
       LOAD-ASSIGNMENTS.
           MOVE "N" TO wsEOF
           OPEN INPUT ASSIGNMENT-FILE
           IF wsAsStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ ASSIGNMENT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF AS-TERM = pickTerm
                           perform TAKE-ONE-ASSIGNMENT
                       END-IF
               END-READ
           END-PERFORM
           IF wsAsStatus = "00" OR wsAsStatus = "10"
               CLOSE ASSIGNMENT-FILE
           END-IF.

       TAKE-ONE-ASSIGNMENT.
           PERFORM VARYING asgIdx FROM 1 BY 1
                   UNTIL asgIdx > wsAsgCount
               IF asgSection(asgIdx) = AS-SECTION
                   AND asgSubject(asgIdx) = AS-SUBJECT
                   MOVE AS-FACID TO asgFacId(asgIdx)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF wsAsgCount < wsAsgMax
               ADD 1 TO wsAsgCount
               MOVE AS-SECTION TO asgSection(wsAsgCount)
               MOVE AS-SUBJECT TO asgSubject(wsAsgCount)
               MOVE AS-FACID TO asgFacId(wsAsgCount)
           END-IF.

       LOAD-ROSTER-COUNTS.
           MOVE "N" TO wsEOF
           OPEN INPUT STUDENT-MASTER-FILE
           IF wsSmStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ STUDENT-MASTER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF SM-TERM = pickTerm
                           perform COUNT-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           IF wsSmStatus = "00" OR wsSmStatus = "10"
               CLOSE STUDENT-MASTER-FILE
           END-IF.

       COUNT-ONE-STUDENT.
           PERFORM VARYING rosIdx FROM 1 BY 1
                   UNTIL rosIdx > wsRosCount
               IF rosSection(rosIdx) = SM-SECTION
                   ADD 1 TO rosCount(rosIdx)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF wsRosCount < wsRosMax
               ADD 1 TO wsRosCount
               MOVE SM-SECTION TO rosSection(wsRosCount)
               MOVE 1 TO rosCount(wsRosCount)
           END-IF.

       LOAD-SLOTS.
           MOVE "N" TO wsEOF
           OPEN INPUT TIMETABLE-FILE
           IF wsTtStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ TIMETABLE-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF TT-TERM = pickTerm
                           ADD 1 TO wsSlotCount
                           IF wsSlotCount <= wsSlotMax
                               perform TAKE-ONE-SLOT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF wsTtStatus = "00" OR wsTtStatus = "10"
               CLOSE TIMETABLE-FILE
           END-IF.

       TAKE-ONE-SLOT.
           MOVE TT-SECTION TO slSection(wsSlotCount)
           MOVE TT-SUBJECT TO slSubject(wsSlotCount)
           MOVE TT-DAYS TO slDays(wsSlotCount)
           MOVE TT-START TO slStart(wsSlotCount)
           MOVE TT-END TO slEnd(wsSlotCount)
           MOVE TT-ROOM TO slRoom(wsSlotCount)
           MOVE 0 TO slFacId(wsSlotCount)
           PERFORM VARYING asgIdx FROM 1 BY 1
                   UNTIL asgIdx > wsAsgCount
               IF asgSection(asgIdx) = TT-SECTION
                   AND asgSubject(asgIdx) = TT-SUBJECT
                   MOVE asgFacId(asgIdx) TO slFacId(wsSlotCount)
               END-IF
           END-PERFORM.

       CHECK-SLOT-ROOM.
           IF slFacId(slotIdx) = 0
               ADD 1 TO wsNoTeacher
               ADD 1 TO wsExceptions
               STRING "  NO TEACHER    " slSection(slotIdx) " "
                   slSubject(slotIdx) " -- not assigned in FACMAINT"
                   DELIMITED BY SIZE INTO wsRptLine
               perform SHOW-REPORT-LINE
           END-IF

           MOVE "N" TO wsOverlap
           IF wsRmStatus = "00"
               MOVE slRoom(slotIdx) TO RM-ROOM
               READ ROOM-MASTER
                   INVALID KEY
                       MOVE "Y" TO wsOverlap
                   NOT INVALID KEY
                       IF RM-IS-INACTIVE
                           MOVE "Y" TO wsOverlap
                       END-IF
               END-READ
           ELSE
               MOVE "Y" TO wsOverlap
           END-IF
           IF wsOverlap = "Y"
               ADD 1 TO wsRoomBad
               ADD 1 TO wsExceptions
               STRING "  BAD ROOM      " slSection(slotIdx) " "
                   slSubject(slotIdx) " room " slRoom(slotIdx)
                   " -- not on file or inactive"
                   DELIMITED BY SIZE INTO wsRptLine
               perform SHOW-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO wsRoster
           PERFORM VARYING rosIdx FROM 1 BY 1
                   UNTIL rosIdx > wsRosCount
               IF rosSection(rosIdx) = slSection(slotIdx)
                   MOVE rosCount(rosIdx) TO wsRoster
               END-IF
           END-PERFORM
           IF wsRoster > RM-CAPACITY
               ADD 1 TO wsRoomShort
               ADD 1 TO wsExceptions
               MOVE RM-CAPACITY TO dispSeats
               MOVE wsRoster TO dispRoster
               STRING "  ROOM TOO SMALL " slSection(slotIdx) " "
                   slSubject(slotIdx) " room " slRoom(slotIdx)
                   " seats " dispSeats " roster " dispRoster
                   DELIMITED BY SIZE INTO wsRptLine
               perform SHOW-REPORT-LINE
           END-IF.

      *> Each pair is compared once, each slot against every slot
      *> after it; end times are exclusive, so back-to-back
      *> classes do not clash.
       CHECK-SLOT-CLASHES.
           PERFORM VARYING otherIdx FROM slotIdx BY 1
                   UNTIL otherIdx > wsSlotCount
               IF otherIdx > slotIdx
                   perform CHECK-ONE-PAIR
               END-IF
           END-PERFORM.

       CHECK-ONE-PAIR.
           IF slStart(slotIdx) NOT < slEnd(otherIdx)
               OR slStart(otherIdx) NOT < slEnd(slotIdx)
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO wsOverlap
           PERFORM VARYING dayIdx FROM 1 BY 1 UNTIL dayIdx > 6
               IF slDays(slotIdx)(dayIdx:1) NOT = SPACE
                   AND slDays(slotIdx)(dayIdx:1)
                       = slDays(otherIdx)(dayIdx:1)
                   MOVE "Y" TO wsOverlap
               END-IF
           END-PERFORM
           IF wsOverlap = "N"
               EXIT PARAGRAPH
           END-IF

           IF slRoom(slotIdx) = slRoom(otherIdx)
               ADD 1 TO wsRoomClash
               MOVE "ROOM CLASH" TO wsIssue
               perform REPORT-CLASH
           END-IF
           IF slFacId(slotIdx) = slFacId(otherIdx)
               AND slFacId(slotIdx) > 0
               ADD 1 TO wsTeacherClash
               MOVE "TEACHER CLASH" TO wsIssue
               perform REPORT-CLASH
           END-IF
           IF slSection(slotIdx) = slSection(otherIdx)
               ADD 1 TO wsSectionClash
               MOVE "SECTION CLASH" TO wsIssue
               perform REPORT-CLASH
           END-IF.

       REPORT-CLASH.
           ADD 1 TO wsExceptions
           STRING "  " wsIssue " " slSection(slotIdx) " "
               slSubject(slotIdx) " " slDays(slotIdx) " "
               slStart(slotIdx) "-" slEnd(slotIdx) " "
               slRoom(slotIdx) " #" slFacId(slotIdx)
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE
           STRING "       WITH     " slSection(otherIdx) " "
               slSubject(otherIdx) " " slDays(otherIdx) " "
               slStart(otherIdx) "-" slEnd(otherIdx) " "
               slRoom(otherIdx) " #" slFacId(otherIdx)
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE.

       RELEASE-SLOTS.
           PERFORM VARYING slotIdx FROM 1 BY 1
                   UNTIL slotIdx > wsSlotCount
               EVALUATE TRUE
                   WHEN wsViewBySection
                       MOVE slSection(slotIdx) TO TS-GROUP
                   WHEN wsViewByTeacher
                       MOVE slFacId(slotIdx) TO TS-GROUP
                   WHEN OTHER
                       MOVE slRoom(slotIdx) TO TS-GROUP
               END-EVALUATE
               MOVE slStart(slotIdx) TO TS-START
               MOVE slDays(slotIdx) TO TS-DAYS
               MOVE slEnd(slotIdx) TO TS-END
               MOVE slSection(slotIdx) TO TS-SECTION
               MOVE slSubject(slotIdx) TO TS-SUBJECT
               MOVE slFacId(slotIdx) TO TS-FACID
               MOVE slRoom(slotIdx) TO TS-ROOM
               RELEASE SLOT-SORT-REC
           END-PERFORM.

       PRINT-TIMETABLE-VIEW.
           MOVE SPACES TO wsRptLine
           perform SHOW-REPORT-LINE
           EVALUATE TRUE
               WHEN wsViewBySection
                   MOVE "TIMETABLE BY SECTION" TO wsRptLine
               WHEN wsViewByTeacher
                   MOVE "TIMETABLE BY TEACHER" TO wsRptLine
               WHEN OTHER
                   MOVE "TIMETABLE BY ROOM" TO wsRptLine
           END-EVALUATE
           perform SHOW-REPORT-LINE
           MOVE "Y" TO wsFirstRec
           PERFORM FOREVER
               RETURN SLOT-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN
               IF wsFirstRec = "Y" OR TS-GROUP NOT = wsCurGroup
                   perform PRINT-GROUP-HEADING
               END-IF
               MOVE "N" TO wsFirstRec
               MOVE TS-GROUP TO wsCurGroup
               STRING "    " TS-DAYS "  " TS-START "-" TS-END "  "
                   TS-SECTION " " TS-SUBJECT " #" TS-FACID "  "
                   TS-ROOM
                   DELIMITED BY SIZE INTO wsRptLine
               perform SHOW-REPORT-LINE
           END-PERFORM.

       PRINT-GROUP-HEADING.
           EVALUATE TRUE
               WHEN wsViewBySection
                   STRING "  SECTION " TS-SECTION
                       DELIMITED BY SIZE INTO wsRptLine
               WHEN wsViewByTeacher
                   MOVE SPACES TO FC-NAME
                   IF wsFcStatus = "00"
                       MOVE TS-FACID TO FC-ID
                       READ FACULTY-MASTER
                           INVALID KEY
                               MOVE "(not on file)" TO FC-NAME
                       END-READ
                   END-IF
                   STRING "  TEACHER #" TS-FACID " " FC-NAME
                       DELIMITED BY SIZE INTO wsRptLine
               WHEN OTHER
                   MOVE SPACES TO RM-NAME
                   MOVE 0 TO RM-CAPACITY
                   IF wsRmStatus = "00"
                       MOVE TS-ROOM TO RM-ROOM
                       READ ROOM-MASTER
                           INVALID KEY
                               MOVE "(not on file)" TO RM-NAME
                       END-READ
                   END-IF
                   MOVE RM-CAPACITY TO dispSeats
                   STRING "  ROOM " TS-ROOM " " RM-NAME " seats "
                       dispSeats
                       DELIMITED BY SIZE INTO wsRptLine
           END-EVALUATE
           perform SHOW-REPORT-LINE.
