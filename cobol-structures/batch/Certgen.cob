      *> uses) and writes a formatted certificate page per student to
      *> the CERTS.PRT print file, followed by a cover summary page
      *> with the count produced -- no more retyping the honor list
      *> into certificate letters every term. An honor student with
      *> an active hold on HOLDS.DAT gets no page until it is
      *> released; the run names the office to see and counts the
      *> certificates withheld on the cover.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTGEN.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPaStatus.

           SELECT STUDENT-HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsHdStatus.

       DATA DIVISION.
           FILE SECTION.
           FD RESULT-LOG-FILE.
           FD PARAMETER-FILE.
           COPY PARAMREC.

           FD STUDENT-HOLD-FILE.
           COPY HOLDS.

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsRlStatus pic X(2).
           01 wsLastAve pic 9(3)v99.

           01 wsCertCount pic 9(4) value 0.
           01 wsWithheldCount pic 9(4) value 0.
           01 dispCertCount pic Z,ZZ9.
           01 dispAve pic ZZ9.99.
           01 dispCutoff pic ZZ9.

           01 wsCertLine pic X(70).

           COPY HOLDWS.


       PROCEDURE DIVISION.

       STOP RUN.

           COPY PARMPR.
           COPY HOLDPR.

      *> Certificate eligibility tracks the same honor cutoff SEL1
      *> grades with, parameter overrides included.
           END-IF.

       CONSIDER-ONE-STUDENT.
           IF wsLastAve < wsHonorCutoff
               EXIT PARAGRAPH
           END-IF
           MOVE wsPrevStuId TO holdStuId
           PERFORM CHECK-STUDENT-HOLDS
           IF holdCount > 0
               ADD 1 TO wsWithheldCount
               display "Withheld: #" wsPrevStuId " " wsLastName
                   " is on hold -- see the "
                   function trim(holdOfficeName) "."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO wsCertCount
           PERFORM WRITE-ONE-CERTIFICATE.

       WRITE-CERT-LINE.
           MOVE wsCertLine TO CERT-PRINT-REC
           STRING "  Certificates produced: " dispCertCount
               delimited by size into wsCertLine
           perform WRITE-CERT-LINE
           MOVE wsWithheldCount TO dispCertCount
           MOVE SPACES TO wsCertLine
           STRING "  Withheld for holds:    " dispCertCount
               delimited by size into wsCertLine
           perform WRITE-CERT-LINE
           MOVE ALL "=" TO wsCertLine
           perform WRITE-CERT-LINE.
