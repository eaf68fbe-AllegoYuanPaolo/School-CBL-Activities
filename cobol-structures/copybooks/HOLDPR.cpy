      *> Student hold paragraphs (working storage in HOLDWS.cpy).
      *> Only active holds count; with no holds file on disk nobody
      *> is held.
       CHECK-STUDENT-HOLDS.
           MOVE "N" TO holdShow
           PERFORM SCAN-STUDENT-HOLDS.

       SHOW-STUDENT-HOLDS.
           MOVE "Y" TO holdShow
           PERFORM SCAN-STUDENT-HOLDS.

       SCAN-STUDENT-HOLDS.
           MOVE 0 TO holdCount
           MOVE SPACES TO holdOfficeName
           MOVE "N" TO holdEOF
           OPEN INPUT STUDENT-HOLD-FILE
           IF wsHdStatus NOT = "00"
               MOVE "Y" TO holdEOF
           END-IF
           PERFORM UNTIL holdEOF = "Y"
               READ STUDENT-HOLD-FILE
                   AT END
                       MOVE "Y" TO holdEOF
                   NOT AT END
                       IF HD-STUID = holdStuId AND HD-IS-ACTIVE
                           ADD 1 TO holdCount
                           MOVE HD-OFFICE TO holdOffice
                           PERFORM FIND-OFFICE-NAME
                           IF holdShow = "Y"
                               DISPLAY "  On hold (" HD-TYPE ") since "
                                   HD-PLACED " -- see the "
                                   FUNCTION TRIM(holdOfficeName) "."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF wsHdStatus = "00" OR wsHdStatus = "10"
               CLOSE STUDENT-HOLD-FILE
           END-IF.

       FIND-OFFICE-NAME.
           MOVE "N" TO holdOfficeKnown
           MOVE holdOffice TO holdOfficeName
           PERFORM VARYING holdIdx FROM 1 BY 1 UNTIL holdIdx > 4
               IF holdOfficeCode(holdIdx) = holdOffice
                   MOVE holdOfficeText(holdIdx) TO holdOfficeName
                   MOVE "Y" TO holdOfficeKnown
               END-IF
           END-PERFORM.
