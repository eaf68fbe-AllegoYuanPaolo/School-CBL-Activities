      *> prerequisite can be overridden by a supervisor, and every
      *> override is logged to the alert file with the operator's ID
      *> so the registrar can answer "who let him in".
      *> A section and subject with a capacity on SECTCAP.DAT takes
      *> no more enrollments than its seats: once the student's
      *> section is full the student goes on WAITLIST.DAT instead,
      *> in turn. A drop takes the enrollment line off the file and,
      *> if that opens a seat, promotes the first student waiting
      *> for the section into it, with an alert so the registrar can
      *> tell them. A student dropping a subject still waited for
      *> simply comes off the waitlist.
      *> Once ASSESS has billed the student for the term, every add
      *> (a promotion included) and every drop re-prices the
      *> subject's units at the rate the term was assessed at and
      *> rewrites the assessment on ASSESSLG.DAT, with an audit line
      *> on ADDDROP.DAT. A drop is credited the percentage the
      *> term's refund schedule gives its date -- in full before
      *> classes start -- and any part already paid beyond the new
      *> total becomes a refund due for RFNDREG to list.
      *> A student with an active hold on HOLDS.DAT is not enrolled
      *> -- the operator is told which office to see -- and is
      *> passed over, keeping the place, when a seat opens to the
      *> waitlist. Drops are taken whatever the holds.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLL.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsGhStatus.

           SELECT ENROLLMENT-COPY-FILE ASSIGN TO "ENRLWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT SECTION-CAPACITY-FILE ASSIGN TO "SECTCAP.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SX-KEY
               FILE STATUS wsSxStatus.

           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsWlStatus.

           SELECT WAITLIST-COPY-FILE ASSIGN TO "WLSTWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT ASSESSMENT-FILE ASSIGN TO "ASSESSLG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsTaStatus.

           SELECT ASSESS-WORK-FILE ASSIGN TO "ENRLTA.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT SCHOLARSHIP-FILE ASSIGN TO "SCHOLAR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsShStatus.

           SELECT REFUND-SCHEDULE-FILE ASSIGN TO "REFSCHED.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsRfStatus.

           SELECT ADD-DROP-FILE ASSIGN TO "ADDDROP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsAdStatus.

           SELECT FEE-TABLE-FILE ASSIGN TO "FEETBL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsFeStatus.

           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsAlStatus.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPaStatus.

           SELECT STUDENT-HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsHdStatus.

       DATA DIVISION.
           FILE SECTION.
           FD ENROLLMENT-FILE.
           FD GRADE-HIST-FILE.
           COPY GRADHIST.

      *> Cut wider than the 24-byte enrollment line so the copy
      *> pass can never shave the tail.
           FD ENROLLMENT-COPY-FILE.
           01 ENROLLMENT-COPY-REC PIC X(40).

           FD SECTION-CAPACITY-FILE.
           COPY SECTCAP.

           FD WAITLIST-FILE.
           COPY WAITLIST.

      *> Cut wider than the 41-byte waitlist line for the same
      *> reason.
           FD WAITLIST-COPY-FILE.
           01 WAITLIST-COPY-REC PIC X(60).

           FD ASSESSMENT-FILE.
           COPY ASSESSLG.

      *> Cut wider than the 90-byte assessment record, as CASHIER
      *> cuts its own.
           FD ASSESS-WORK-FILE.
           01 ASSESS-WORK-REC PIC X(120).

           FD SCHOLARSHIP-FILE.
           COPY SCHOLAR.

           FD REFUND-SCHEDULE-FILE.
           COPY REFSCHED.

           FD ADD-DROP-FILE.
           COPY ADDDROP.

           FD FEE-TABLE-FILE.
           COPY FEETBL.

           FD ALERT-FILE.
           COPY ALERTLOG.

           FD PARAMETER-FILE.
           COPY PARAMREC.

           FD STUDENT-HOLD-FILE.
           COPY HOLDS.

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsEnStatus pic X(2).
           01 wsSbStatus pic X(2).
           01 wsGhStatus pic X(2).
           01 wsAlStatus pic X(2).
           01 wsSxStatus pic X(2).
           01 wsWlStatus pic X(2).
           01 wsTaStatus pic X(2).
           01 wsShStatus pic X(2).
           01 wsRfStatus pic X(2).
           01 wsAdStatus pic X(2).
           01 wsFeStatus pic X(2).
           01 wsMode pic 9.
           01 wsAgain pic X value "Y".
           01 wsToday pic 9(8).

           01 wsPassCutoff pic 9(3) value 75.
           COPY PARMWS.
           01 mntSubject pic X(10).
           01 wsStuFound pic X.
           01 wsStuName pic X(20).
           01 wsStuSection pic X(2).
           01 wsSubjFound pic X.
           01 wsPrereq pic X(10).
           01 wsPrereqMet pic X.
           01 wsPrereqAve pic 9(3)v99.
           01 wsOverride pic X.
           01 wsEnrolled pic 9(4) value 0.

      *> Seats, for the section and subject in hand.
           01 wsSeatSection pic X(2).
           01 wsSeatsTaken pic 9(4).
           01 wsCapacity pic 9(4).
           01 wsCapFound pic X.
           01 wsAlreadyIn pic X.
           01 wsWaitAhead pic 9(4).
           01 wsAlreadyWaiting pic X.
           01 wsDropCount pic 9(4).
           01 wsWlAction pic X.
               88 wsWlPromote value "P".
               88 wsWlCancel value "C".
           01 wsWlChanged pic 9(4).
           01 wsPromoteId pic 9(6).
           01 dispSeats pic Z,ZZ9.

      *> The add or drop being priced against the assessment.
           01 adjStuId pic 9(6).
           01 adjAction pic X(4).
               88 adjIsAdd value "ADD ".
               88 adjIsDrop value "DROP".
           01 adjDate pic 9(8).
           01 adjUnits pic 9v9.
           01 adjGrantPct pic 9(3).
           01 adjRefundPct pic 9(3).
           01 adjSchedFound pic X.
           01 adjWeek pic S9(5).
           01 adjFound pic X.
           01 adjRate pic 9(7)v99.
           01 adjCharge pic 9(7)v99.
           01 adjCredit pic 9(7)v99.
           01 adjDiscount pic 9(7)v99.
           01 adjRefundDue pic 9(7)v99.
           01 adjSname pic X(20).
           01 adjTuitionBefore pic 9(7)v99.
           01 adjTotalBefore pic 9(7)v99.
           01 adjTuitionAfter pic 9(7)v99.
           01 adjTotalAfter pic 9(7)v99.
           01 adjUnitRate pic 9(7)v99.
           01 adjUnitRateDate pic 9(8).
           01 dispAmount pic ZZZ,ZZ9.99.
           01 dispPct pic ZZ9.
           01 dispCount pic Z,ZZ9.

           COPY HOLDWS.
           COPY NUMCHECK.
           COPY RPTHDR.

           display "Enter term code (e.g. 2025-1): "
               with no advancing.
           accept mntTerm.
           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday.

           PERFORM UNTIL wsAgain NOT = "Y"
               display " "
               display "1. Enroll students"
               display "2. Drop a subject"
               display "0. Exit"
               display "Select mode: " with no advancing
               accept wsMode

               evaluate wsMode
                   when 1
                       perform ENROLL-STUDENTS
                   when 2
                       perform DROP-SUBJECT
                   when 0
                       move "N" to wsAgain
                   when other
                       display "Invalid selection."
               end-evaluate
           END-PERFORM.

           MOVE wsEnrolled TO dispCount.
           COPY RPTHDRPR.
           COPY ALERTPR.
           COPY PARMPR.
           COPY HOLDPR.

      *> The prerequisite pass mark is the same cutoff SEL1 grades
      *> with, parameter overrides included.
               MOVE wsParmValue TO wsPassCutoff
           END-IF.

       ENROLL-STUDENTS.
           PERFORM FOREVER
               perform PROMPT-STUDENT-ID
               IF mntStuId = 0
                   EXIT PERFORM
               END-IF
               perform FIND-STUDENT
               IF wsStuFound = "N"
                   display "Student #" mntStuId
                       " is not on the roster."
               ELSE
                   MOVE mntStuId TO holdStuId
                   perform SHOW-STUDENT-HOLDS
                   IF holdCount > 0
                       display wsStuName " is on hold -- not"
                           " enrolled until the office releases it."
                   ELSE
                       display "Enrolling " wsStuName "."
                       perform ENROLL-ONE-STUDENT
                   END-IF
               END-IF
           END-PERFORM.

       PROMPT-STUDENT-ID.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Student ID (0 to finish): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntStuId = function numval(WS-VALID-BUFFER).

       FIND-STUDENT.
           move "N" to wsStuFound
           move spaces to wsStuSection
           move "N" to wsEOF
           OPEN INPUT STUDENT-MASTER-FILE
           IF wsSmStatus NOT = "00"
                       IF SM-STUID = mntStuId
                           MOVE "Y" TO wsStuFound
                           MOVE SM-SNAME TO wsStuName
                           MOVE SM-SECTION TO wsStuSection
                           MOVE "Y" TO wsEOF
                       END-IF
               END-READ
               EXIT PARAGRAPH
           END-IF

           MOVE wsStuSection TO wsSeatSection
           perform COUNT-SECTION-SEATS
           IF wsAlreadyIn = "Y"
               display "#" mntStuId " is already enrolled in "
                   function trim(mntSubject) " for " mntTerm "."
               EXIT PARAGRAPH
           END-IF

           IF wsPrereq NOT = SPACES
               perform CHECK-PREREQUISITE
               IF wsPrereqMet = "N"
               END-IF
           END-IF

           IF wsCapFound = "Y" AND wsSeatsTaken >= wsCapacity
               perform WAITLIST-STUDENT
               EXIT PARAGRAPH
           END-IF

           perform WRITE-ENROLLMENT.

      *> Passed means an archived subject line for the prerequisite
           MOVE mntTerm TO EN-TERM
           MOVE mntStuId TO EN-STUID
           MOVE mntSubject TO EN-SUBJECT
           MOVE wsStuSection TO EN-SECTION
           WRITE ENROLLMENT-REC
           CLOSE ENROLLMENT-FILE
           ADD 1 TO wsEnrolled
           display "Enrolled #" mntStuId " in "
               function trim(mntSubject) " for " mntTerm "."

           MOVE mntStuId TO adjStuId
           SET adjIsAdd TO TRUE
           MOVE wsToday TO adjDate
           perform REPRICE-ASSESSMENT.

      *> Counts the enrollment lines already on file for the section
      *> and subject in wsSeatSection, noting whether the student in
      *> hand is one of them, and looks up the section's capacity.
       COUNT-SECTION-SEATS.
           MOVE 0 TO wsSeatsTaken
           MOVE "N" TO wsAlreadyIn
           MOVE "N" TO wsEOF
           OPEN INPUT ENROLLMENT-FILE
           IF wsEnStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ ENROLLMENT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF EN-TERM = mntTerm
                           AND EN-SUBJECT = mntSubject
                           IF EN-SECTION = wsSeatSection
                               ADD 1 TO wsSeatsTaken
                           END-IF
                           IF EN-STUID = mntStuId
                               MOVE "Y" TO wsAlreadyIn
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF wsEnStatus = "00" OR wsEnStatus = "10"
               CLOSE ENROLLMENT-FILE
           END-IF

           MOVE "N" TO wsCapFound
           MOVE 0 TO wsCapacity
           OPEN INPUT SECTION-CAPACITY-FILE
           IF wsSxStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE mntTerm TO SX-TERM
           MOVE wsSeatSection TO SX-SECTION
           MOVE mntSubject TO SX-SUBJECT
           READ SECTION-CAPACITY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO wsCapFound
                   MOVE SX-CAPACITY TO wsCapacity
           END-READ
           CLOSE SECTION-CAPACITY-FILE.

       WAITLIST-STUDENT.
           MOVE 0 TO wsWaitAhead
           MOVE "N" TO wsAlreadyWaiting
           MOVE "N" TO wsEOF
           OPEN INPUT WAITLIST-FILE
           IF wsWlStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ WAITLIST-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF WL-TERM = mntTerm
                           AND WL-SECTION = wsStuSection
                           AND WL-SUBJECT = mntSubject
                           AND WL-IS-WAITING
                           ADD 1 TO wsWaitAhead
                           IF WL-STUID = mntStuId
                               MOVE "Y" TO wsAlreadyWaiting
                               MOVE "Y" TO wsEOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF wsWlStatus = "00" OR wsWlStatus = "10"
               CLOSE WAITLIST-FILE
           END-IF
           MOVE wsCapacity TO dispSeats
           IF wsAlreadyWaiting = "Y"
               MOVE wsWaitAhead TO dispCount
               display "Section " wsStuSection " "
                   function trim(mntSubject) " is full -- #"
                   mntStuId " is already waitlisted, position "
                   dispCount "."
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND WAITLIST-FILE
           IF wsWlStatus = "35"
               OPEN OUTPUT WAITLIST-FILE
               CLOSE WAITLIST-FILE
               OPEN EXTEND WAITLIST-FILE
           END-IF
           MOVE mntTerm TO WL-TERM
           MOVE wsStuSection TO WL-SECTION
           MOVE mntSubject TO WL-SUBJECT
           MOVE mntStuId TO WL-STUID
           MOVE wsToday TO WL-DATE
           SET WL-IS-WAITING TO TRUE
           MOVE 0 TO WL-OUTDATE
           WRITE WAITLIST-REC
           CLOSE WAITLIST-FILE
           ADD 1 TO wsWaitAhead
           MOVE wsWaitAhead TO dispCount
           display "Section " wsStuSection " "
               function trim(mntSubject) " is full at " dispSeats
               " seats -- #" mntStuId " waitlisted, position "
               dispCount ".".

      *> The enrollment line comes off through ENRLWK.DAT. The
      *> section it was counted in is taken from the line itself,
      *> so a student who has since changed section still frees the
      *> seat they held.
       DROP-SUBJECT.
           perform PROMPT-STUDENT-ID
           IF mntStuId = 0
               EXIT PARAGRAPH
           END-IF
           display "Subject code to drop: " with no advancing
           move spaces to mntSubject
           accept mntSubject
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Drop date (YYYYMMDD, 0 = today): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute adjDate = function numval(WS-VALID-BUFFER)
           IF adjDate = 0
               MOVE wsToday TO adjDate
           END-IF

           MOVE 0 TO wsDropCount
           MOVE SPACES TO wsSeatSection
           MOVE "N" TO wsEOF
           OPEN INPUT ENROLLMENT-FILE
           IF wsEnStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           OPEN OUTPUT ENROLLMENT-COPY-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ ENROLLMENT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF EN-TERM = mntTerm
                           AND EN-STUID = mntStuId
                           AND EN-SUBJECT = mntSubject
                           ADD 1 TO wsDropCount
                           MOVE EN-SECTION TO wsSeatSection
                       ELSE
                           MOVE SPACES TO ENROLLMENT-COPY-REC
                           MOVE ENROLLMENT-REC TO ENROLLMENT-COPY-REC
                           WRITE ENROLLMENT-COPY-REC
                       END-IF
               END-READ
           END-PERFORM
           IF wsEnStatus = "00" OR wsEnStatus = "10"
               CLOSE ENROLLMENT-FILE
           END-IF
           CLOSE ENROLLMENT-COPY-FILE

           IF wsDropCount = 0
               SET wsWlCancel TO TRUE
               perform UPDATE-WAITLIST
               IF wsWlChanged > 0
                   display "#" mntStuId " taken off the waitlist for "
                       function trim(mntSubject) "."
               ELSE
                   display "#" mntStuId " is not enrolled in "
                       function trim(mntSubject) " for " mntTerm "."
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO wsEOF
           OPEN INPUT ENROLLMENT-COPY-FILE
           OPEN OUTPUT ENROLLMENT-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ ENROLLMENT-COPY-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE ENROLLMENT-COPY-REC TO ENROLLMENT-REC
                       WRITE ENROLLMENT-REC
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-COPY-FILE
           CLOSE ENROLLMENT-FILE
           display "Dropped #" mntStuId " from "
               function trim(mntSubject) " for " mntTerm "."

           MOVE mntStuId TO adjStuId
           SET adjIsDrop TO TRUE
           perform REPRICE-ASSESSMENT

           perform PROMOTE-FROM-WAITLIST.

      *> Promotes only while the section is under its capacity, so a
      *> capacity lowered below the enrollment is honoured.
       PROMOTE-FROM-WAITLIST.
           perform COUNT-SECTION-SEATS
           IF wsCapFound = "Y" AND wsSeatsTaken >= wsCapacity
               EXIT PARAGRAPH
           END-IF
           SET wsWlPromote TO TRUE
           perform UPDATE-WAITLIST
           IF wsWlChanged = 0
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ENROLLMENT-FILE
           IF wsEnStatus = "35"
               OPEN OUTPUT ENROLLMENT-FILE
               CLOSE ENROLLMENT-FILE
               OPEN EXTEND ENROLLMENT-FILE
           END-IF
           MOVE mntTerm TO EN-TERM
           MOVE wsPromoteId TO EN-STUID
           MOVE mntSubject TO EN-SUBJECT
           MOVE wsSeatSection TO EN-SECTION
           WRITE ENROLLMENT-REC
           CLOSE ENROLLMENT-FILE
           ADD 1 TO wsEnrolled

           MOVE "I" TO AL-SEVERITY
           MOVE "ENROLL" TO AL-PROGRAM
           MOVE wsPromoteId TO AL-KEY
           MOVE SPACES TO AL-MESSAGE
           STRING "WAITLIST PROMOTED " mntSubject " SEC "
               wsSeatSection
               DELIMITED BY SIZE INTO AL-MESSAGE
           perform WRITE-ALERT
           display "#" wsPromoteId " promoted from the waitlist into "
               function trim(mntSubject) " section " wsSeatSection
               " -- alert logged."

           MOVE wsPromoteId TO adjStuId
           SET adjIsAdd TO TRUE
           MOVE wsToday TO adjDate
           perform REPRICE-ASSESSMENT.

      *> One copy pass through WLSTWK.DAT either promotes the first
      *> student waiting for wsSeatSection (wsWlPromote) or cancels
      *> the student in hand's waiting line (wsWlCancel).
       UPDATE-WAITLIST.
           MOVE 0 TO wsWlChanged
           MOVE 0 TO wsPromoteId
           MOVE "N" TO wsEOF
           OPEN INPUT WAITLIST-FILE
           IF wsWlStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WAITLIST-COPY-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ WAITLIST-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF WL-TERM = mntTerm
                           AND WL-SUBJECT = mntSubject
                           AND WL-IS-WAITING
                           perform MARK-ONE-WAITING
                       END-IF
                       MOVE SPACES TO WAITLIST-COPY-REC
                       MOVE WAITLIST-REC TO WAITLIST-COPY-REC
                       WRITE WAITLIST-COPY-REC
               END-READ
           END-PERFORM
           CLOSE WAITLIST-FILE
           CLOSE WAITLIST-COPY-FILE
           IF wsWlChanged = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO wsEOF
           OPEN INPUT WAITLIST-COPY-FILE
           OPEN OUTPUT WAITLIST-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ WAITLIST-COPY-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE WAITLIST-COPY-REC TO WAITLIST-REC
                       WRITE WAITLIST-REC
               END-READ
           END-PERFORM
           CLOSE WAITLIST-COPY-FILE
           CLOSE WAITLIST-FILE.

       MARK-ONE-WAITING.
           IF wsWlPromote
               IF WL-SECTION = wsSeatSection AND wsWlChanged = 0
                   MOVE WL-STUID TO holdStuId
                   perform CHECK-STUDENT-HOLDS
               END-IF
               IF WL-SECTION = wsSeatSection AND wsWlChanged = 0
                   AND holdCount = 0
                   SET WL-IS-PROMOTED TO TRUE
                   MOVE wsToday TO WL-OUTDATE
                   MOVE WL-STUID TO wsPromoteId
                   ADD 1 TO wsWlChanged
               END-IF
           ELSE
               IF WL-STUID = mntStuId
                   SET WL-IS-CANCELLED TO TRUE
                   MOVE wsToday TO WL-OUTDATE
                   ADD 1 TO wsWlChanged
               END-IF
           END-IF.

      *> Re-prices the subject in mntSubject on adjStuId's
      *> assessment for the term, through ENRLTA.DAT. A student not
      *> yet assessed is left alone -- ASSESS will bill whatever is
      *> enrolled when it runs.
       REPRICE-ASSESSMENT.
           MOVE 0 TO adjUnits
           OPEN INPUT SUBJECT-MASTER
           IF wsSbStatus = "00"
               MOVE mntSubject TO SB-CODE
               READ SUBJECT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SB-UNITS TO adjUnits
               END-READ
               CLOSE SUBJECT-MASTER
           END-IF
           IF adjUnits = 0
               EXIT PARAGRAPH
           END-IF

           perform FIND-GRANT-PERCENT
           MOVE 0 TO adjRefundPct
           IF adjIsDrop
               perform FIND-REFUND-PERCENT
           END-IF

           MOVE "N" TO adjFound
           MOVE 0 TO adjRefundDue
           MOVE "N" TO wsEOF
           OPEN INPUT ASSESSMENT-FILE
           IF wsTaStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ASSESS-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ ASSESSMENT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF TA-TERM = mntTerm
                           AND TA-STUID = adjStuId
                           AND adjFound = "N"
                           perform ADJUST-ONE-ASSESSMENT
                       END-IF
                       MOVE SPACES TO ASSESS-WORK-REC
                       MOVE ASSESSMENT-REC TO ASSESS-WORK-REC
                       WRITE ASSESS-WORK-REC
               END-READ
           END-PERFORM
           CLOSE ASSESSMENT-FILE
           CLOSE ASSESS-WORK-FILE
           IF adjFound = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO wsEOF
           OPEN INPUT ASSESS-WORK-FILE
           OPEN OUTPUT ASSESSMENT-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ ASSESS-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE ASSESS-WORK-REC TO ASSESSMENT-REC
                       WRITE ASSESSMENT-REC
               END-READ
           END-PERFORM
           CLOSE ASSESS-WORK-FILE
           CLOSE ASSESSMENT-FILE

           perform WRITE-ADD-DROP-LINE
           MOVE adjTotalAfter TO dispAmount
           display "Assessment for #" adjStuId " re-priced -- new"
               " total " dispAmount
           IF adjRefundDue > 0
               MOVE adjRefundDue TO dispAmount
               display "Refund due to #" adjStuId ": " dispAmount
           END-IF.

      *> An add charges the subject's units in full; a drop credits
      *> back the refundable percentage of them. The scholarship
      *> discount moves with the tuition at the student's grant
      *> percentage, the way ASSESS computed it.
       ADJUST-ONE-ASSESSMENT.
           MOVE "Y" TO adjFound
           MOVE TA-SNAME TO adjSname
           MOVE TA-TUITION TO adjTuitionBefore
           MOVE TA-TOTAL TO adjTotalBefore
           IF TA-RATE IS NUMERIC AND TA-RATE > 0
               MOVE TA-RATE TO adjRate
           ELSE
               perform FIND-UNIT-RATE
               MOVE adjUnitRate TO adjRate
               MOVE adjUnitRate TO TA-RATE
           END-IF
           COMPUTE adjCharge ROUNDED = adjUnits * adjRate

           IF adjIsAdd
               ADD adjCharge TO TA-TUITION
               ADD adjUnits TO TA-UNITS
               COMPUTE adjDiscount ROUNDED =
                   adjCharge * adjGrantPct / 100
               ADD adjDiscount TO TA-DISCOUNT
           ELSE
               COMPUTE adjCredit ROUNDED =
                   adjCharge * adjRefundPct / 100
               IF adjCredit > TA-TUITION
                   MOVE TA-TUITION TO adjCredit
               END-IF
               SUBTRACT adjCredit FROM TA-TUITION
               IF adjUnits > TA-UNITS
                   MOVE 0 TO TA-UNITS
               ELSE
                   SUBTRACT adjUnits FROM TA-UNITS
               END-IF
               COMPUTE adjDiscount ROUNDED =
                   adjCredit * adjGrantPct / 100
               IF adjDiscount > TA-DISCOUNT
                   MOVE TA-DISCOUNT TO adjDiscount
               END-IF
               SUBTRACT adjDiscount FROM TA-DISCOUNT
           END-IF
           COMPUTE TA-TOTAL = TA-TUITION + TA-FEES - TA-DISCOUNT
           IF TA-PAID > TA-TOTAL
               COMPUTE adjRefundDue = TA-PAID - TA-TOTAL
               MOVE TA-TOTAL TO TA-PAID
           END-IF
           MOVE TA-TUITION TO adjTuitionAfter
           MOVE TA-TOTAL TO adjTotalAfter.

       FIND-GRANT-PERCENT.
           MOVE 0 TO adjGrantPct
           MOVE "N" TO wsEOF
           OPEN INPUT SCHOLARSHIP-FILE
           IF wsShStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ SCHOLARSHIP-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF SH-TERM = mntTerm
                           AND SH-STUID = adjStuId
                           AND SH-PCT > adjGrantPct
                           MOVE SH-PCT TO adjGrantPct
                       END-IF
               END-READ
           END-PERFORM
           IF wsShStatus = "00" OR wsShStatus = "10"
               CLOSE SCHOLARSHIP-FILE
           END-IF.

      *> The newest schedule staged for the term decides. A term
      *> with no schedule staged refunds in full, and says so.
       FIND-REFUND-PERCENT.
           MOVE "N" TO adjSchedFound
           MOVE "N" TO wsEOF
           OPEN INPUT REFUND-SCHEDULE-FILE
           IF wsRfStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ REFUND-SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF RF-TERM = mntTerm
                           MOVE "Y" TO adjSchedFound
                           IF adjDate < RF-CLASS-START
                               MOVE 100 TO adjRefundPct
                           ELSE
                               COMPUTE adjWeek =
                                   (FUNCTION INTEGER-OF-DATE(adjDate)
                                   - FUNCTION INTEGER-OF-DATE
                                       (RF-CLASS-START)) / 7 + 1
                               IF adjWeek > 6
                                   MOVE 0 TO adjRefundPct
                               ELSE
                                   MOVE RF-WEEK-PCT(adjWeek)
                                       TO adjRefundPct
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF wsRfStatus = "00" OR wsRfStatus = "10"
               CLOSE REFUND-SCHEDULE-FILE
           END-IF
           IF adjSchedFound = "N"
               MOVE 100 TO adjRefundPct
               display "No refund schedule staged for " mntTerm
                   " -- the drop is credited in full."
           END-IF.

      *> Assessments written before the rate was carried on the
      *> record are priced at the per-unit rate in force today.
       FIND-UNIT-RATE.
           MOVE 0 TO adjUnitRate
           MOVE 0 TO adjUnitRateDate
           MOVE "N" TO wsEOF
           OPEN INPUT FEE-TABLE-FILE
           IF wsFeStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ FEE-TABLE-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF FE-IS-UNIT
                           AND FE-EFFDATE <= wsToday
                           AND FE-EFFDATE >= adjUnitRateDate
                           MOVE FE-EFFDATE TO adjUnitRateDate
                           MOVE FE-AMOUNT TO adjUnitRate
                       END-IF
               END-READ
           END-PERFORM
           IF wsFeStatus = "00" OR wsFeStatus = "10"
               CLOSE FEE-TABLE-FILE
           END-IF
           MOVE "N" TO wsEOF.

       WRITE-ADD-DROP-LINE.
           OPEN EXTEND ADD-DROP-FILE
           IF wsAdStatus = "35"
               OPEN OUTPUT ADD-DROP-FILE
               CLOSE ADD-DROP-FILE
               OPEN EXTEND ADD-DROP-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO AD-TIMESTAMP
           MOVE wsOperator TO AD-OPERATOR
           MOVE adjAction TO AD-ACTION
           MOVE adjDate TO AD-DATE
           MOVE mntTerm TO AD-TERM
           MOVE adjStuId TO AD-STUID
           MOVE adjSname TO AD-SNAME
           MOVE mntSubject TO AD-SUBJECT
           MOVE adjUnits TO AD-UNITS
           MOVE adjRefundPct TO AD-REFUND-PCT
           MOVE adjTuitionBefore TO AD-TUITION-BEFORE
           MOVE adjTuitionAfter TO AD-TUITION-AFTER
           MOVE adjTotalBefore TO AD-TOTAL-BEFORE
           MOVE adjTotalAfter TO AD-TOTAL-AFTER
           MOVE adjRefundDue TO AD-REFUND-DUE
           WRITE ADD-DROP-REC
           CLOSE ADD-DROP-FILE
           IF adjIsDrop
               MOVE adjRefundPct TO dispPct
               display "Refund schedule: " dispPct "% of the"
                   " subject's tuition credited."
           END-IF.
