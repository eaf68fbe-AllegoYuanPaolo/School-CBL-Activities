      *> Section fill-rate report for a term: per section and
      *> subject, the students enrolled on ENROLL.DAT, the seats
      *> offered on SECTCAP.DAT, the fill rate, and the students
      *> still waiting on WAITLIST.DAT. The three files are merged
      *> through one sort keyed on section and subject, so a section
      *> with enrollments but no capacity shows as unlimited and a
      *> capacity with nobody in it shows as empty. A section with
      *> anyone waiting is starred: that is where the registrar
      *> opens another class. Enrollment lines from before sections
      *> were carried are counted under a blank section.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILLRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsEnStatus.

           SELECT SECTION-CAPACITY-FILE ASSIGN TO "SECTCAP.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SX-KEY
               FILE STATUS wsSxStatus.

           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsWlStatus.

           SELECT FILL-SORT-FILE ASSIGN TO "SRTWK62".

           SELECT REPORT-PRINT-FILE ASSIGN TO "FILLRPT.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD ENROLLMENT-FILE.
           COPY ENROLL.

           FD SECTION-CAPACITY-FILE.
           COPY SECTCAP.

           FD WAITLIST-FILE.
           COPY WAITLIST.

           SD FILL-SORT-FILE.
           01 FILL-SORT-REC.
               05 FS-SECTION PIC X(2).
               05 FS-SUBJECT PIC X(10).
               05 FS-TYPE PIC X.
                   88 FS-IS-CAPACITY VALUE "C".
                   88 FS-IS-ENROLLED VALUE "E".
                   88 FS-IS-WAITING VALUE "W".
               05 FS-CAPACITY PIC 9(4).

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsEnStatus pic X(2).
           01 wsSxStatus pic X(2).
           01 wsWlStatus pic X(2).

           01 pickTerm pic X(6).
           01 wsFirstRec pic X value "Y".
           01 wsCurSection pic X(2).
           01 wsCurSubject pic X(10).

           01 wsEnrolledCount pic 9(4) value 0.
           01 wsCapacity pic 9(4) value 0.
           01 wsCapFound pic X value "N".
           01 wsWaitCount pic 9(4) value 0.
           01 wsFillRate pic 9(3)v9.
           01 wsFlag pic X.

           01 totSections pic 9(4) value 0.
           01 totEnrolled pic 9(6) value 0.
           01 totCapacity pic 9(6) value 0.
           01 totWaiting pic 9(6) value 0.
           01 totFull pic 9(4) value 0.
           01 totWaitSections pic 9(4) value 0.

           01 dispEnrolled pic Z,ZZ9.
           01 dispCapacity pic X(9).
           01 dispSeats pic Z,ZZ9.
           01 dispWaiting pic Z,ZZ9.
           01 dispFillRate pic X(6).
           01 dispRate pic ZZ9.9.
           01 dispCount pic ZZZ,ZZ9.

           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           display "Term to report (e.g. 2025-1): " with no advancing.
           accept pickTerm.

           move "Section Fill Rate" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           MOVE SPACES TO wsRptColHead.
           STRING "SEC SUBJECT     ENROLLED  CAPACITY   FILL"
               "  WAITING"
               DELIMITED BY SIZE INTO wsRptColHead.
           perform OPEN-REPORT-PRINT.
           MOVE SPACES TO wsRptLine.
           STRING "TERM " pickTerm
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           display wsRptColHead.

           SORT FILL-SORT-FILE
               ON ASCENDING KEY FS-SECTION FS-SUBJECT
               INPUT PROCEDURE RELEASE-FILL-LINES
               OUTPUT PROCEDURE PRINT-FILL-RATES.

           MOVE SPACES TO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE totSections TO dispCount.
           STRING "Sections:                 " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE totEnrolled TO dispCount.
           STRING "Students enrolled:        " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE totCapacity TO dispCount.
           STRING "Seats offered (limited):  " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE totFull TO dispCount.
           STRING "Sections full:            " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE totWaiting TO dispCount.
           STRING "Students waiting:         " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE totWaitSections TO dispCount.
           STRING "Sections with a waitlist: " dispCount
               "   (* below)"
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           perform CLOSE-REPORT-PRINT.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY RPTHDRPR.
           COPY RPTPRTPR.

       SHOW-REPORT-LINE.
           display wsRptLine
           perform WRITE-REPORT-LINE.

       RELEASE-FILL-LINES.
           MOVE "N" TO wsEOF
           OPEN INPUT SECTION-CAPACITY-FILE
           IF wsSxStatus NOT = "00"
               MOVE "Y" TO wsEOF
           ELSE
               MOVE pickTerm TO SX-TERM
               MOVE LOW-VALUES TO SX-SECTION
               MOVE LOW-VALUES TO SX-SUBJECT
               START SECTION-CAPACITY-FILE KEY NOT < SX-KEY
                   INVALID KEY
                       MOVE "Y" TO wsEOF
               END-START
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ SECTION-CAPACITY-FILE NEXT
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF SX-TERM NOT = pickTerm
                           MOVE "Y" TO wsEOF
                       ELSE
                           MOVE SX-SECTION TO FS-SECTION
                           MOVE SX-SUBJECT TO FS-SUBJECT
                           SET FS-IS-CAPACITY TO TRUE
                           MOVE SX-CAPACITY TO FS-CAPACITY
                           RELEASE FILL-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF wsSxStatus = "00" OR wsSxStatus = "10"
               CLOSE SECTION-CAPACITY-FILE
           END-IF

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
                       IF EN-TERM = pickTerm
                           MOVE EN-SECTION TO FS-SECTION
                           MOVE EN-SUBJECT TO FS-SUBJECT
                           SET FS-IS-ENROLLED TO TRUE
                           MOVE 0 TO FS-CAPACITY
                           RELEASE FILL-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF wsEnStatus = "00" OR wsEnStatus = "10"
               CLOSE ENROLLMENT-FILE
           END-IF

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
                       IF WL-TERM = pickTerm AND WL-IS-WAITING
                           MOVE WL-SECTION TO FS-SECTION
                           MOVE WL-SUBJECT TO FS-SUBJECT
                           SET FS-IS-WAITING TO TRUE
                           MOVE 0 TO FS-CAPACITY
                           RELEASE FILL-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF wsWlStatus = "00" OR wsWlStatus = "10"
               CLOSE WAITLIST-FILE
           END-IF
           MOVE "N" TO wsEOF.

       PRINT-FILL-RATES.
           PERFORM FOREVER
               RETURN FILL-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN

               IF wsFirstRec = "N"
                   AND (FS-SECTION NOT = wsCurSection
                   OR FS-SUBJECT NOT = wsCurSubject)
                   PERFORM PRINT-ONE-SECTION
               END-IF
               MOVE "N" TO wsFirstRec
               MOVE FS-SECTION TO wsCurSection
               MOVE FS-SUBJECT TO wsCurSubject

               EVALUATE TRUE
                   WHEN FS-IS-CAPACITY
                       MOVE "Y" TO wsCapFound
                       MOVE FS-CAPACITY TO wsCapacity
                   WHEN FS-IS-ENROLLED
                       ADD 1 TO wsEnrolledCount
                   WHEN OTHER
                       ADD 1 TO wsWaitCount
               END-EVALUATE
           END-PERFORM

           IF wsFirstRec = "N"
               PERFORM PRINT-ONE-SECTION
           ELSE
               MOVE "NOTHING ON FILE FOR THE TERM." TO wsRptLine
               perform SHOW-REPORT-LINE
           END-IF.

       PRINT-ONE-SECTION.
           ADD 1 TO totSections
           ADD wsEnrolledCount TO totEnrolled
           ADD wsWaitCount TO totWaiting
           MOVE SPACE TO wsFlag
           IF wsWaitCount > 0
               MOVE "*" TO wsFlag
               ADD 1 TO totWaitSections
           END-IF
           MOVE wsEnrolledCount TO dispEnrolled
           MOVE wsWaitCount TO dispWaiting
           IF wsCapFound = "Y"
               ADD wsCapacity TO totCapacity
               MOVE wsCapacity TO dispSeats
               MOVE SPACES TO dispCapacity
               MOVE dispSeats TO dispCapacity(5:5)
               IF wsEnrolledCount >= wsCapacity
                   ADD 1 TO totFull
               END-IF
               IF wsCapacity > 0
                   COMPUTE wsFillRate ROUNDED =
                       wsEnrolledCount * 100 / wsCapacity
                   MOVE wsFillRate TO dispRate
                   MOVE SPACES TO dispFillRate
                   STRING dispRate "%" DELIMITED BY SIZE
                       INTO dispFillRate
               ELSE
                   MOVE "  --  " TO dispFillRate
               END-IF
           ELSE
               MOVE "UNLIMITED" TO dispCapacity
               MOVE "  --  " TO dispFillRate
           END-IF
           STRING wsCurSection "  " wsCurSubject "    " dispEnrolled
               " " dispCapacity " " dispFillRate "    " dispWaiting
               " " wsFlag
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE

           MOVE 0 TO wsEnrolledCount
           MOVE 0 TO wsWaitCount
           MOVE 0 TO wsCapacity
           MOVE "N" TO wsCapFound.
