      *> Field-visibility paragraphs (working storage in
      *> FLDVISWS.cpy). The operator is the one MENU signed on,
      *> exported as MENUOPER into the program's environment; a run
      *> from outside MENU asks for it, unless the caller has said
      *> not to (wsFvAsk). The class comes off the
      *> operator profile -- with no profile file on disk MENU's
      *> bootstrap rule makes it a supervisor, and an ID not on the
      *> file is cleared for nothing.
       LOAD-FIELD-VISIBILITY.
           MOVE SPACES TO wsFvOperator
           ACCEPT wsFvOperator FROM ENVIRONMENT "MENUOPER"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF wsFvOperator = SPACES AND wsFvAsk = "N"
               MOVE "Y" TO wsShowGrades
               MOVE "Y" TO wsShowComm
               MOVE "Y" TO wsShowTax
               MOVE "Y" TO wsShowAddr
               EXIT PARAGRAPH
           END-IF
           IF wsFvOperator = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT wsFvOperator
           END-IF

           MOVE SPACE TO wsFvClass
           MOVE "N" TO wsFvEOF
           OPEN INPUT OPERATOR-PROFILE-FILE
           IF wsOpStatus NOT = "00"
               MOVE "S" TO wsFvClass
               perform LOAD-CLASS-VISIBILITY
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsFvEOF = "Y"
               READ OPERATOR-PROFILE-FILE
                   AT END
                       MOVE "Y" TO wsFvEOF
                   NOT AT END
                       IF OP-ID = wsFvOperator
                           MOVE OP-CLASS TO wsFvClass
                           MOVE "Y" TO wsFvEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-PROFILE-FILE
           perform LOAD-CLASS-VISIBILITY.

      *> The clearances of the class in wsFvClass: the compiled-in
      *> rule first, then whatever FLDVIS.DAT says for the class.
       LOAD-CLASS-VISIBILITY.
           MOVE "N" TO wsShowGrades
           MOVE "N" TO wsShowComm
           MOVE "N" TO wsShowTax
           MOVE "N" TO wsShowAddr
           EVALUATE wsFvClass
               WHEN "S"
                   MOVE "Y" TO wsShowGrades
                   MOVE "Y" TO wsShowComm
                   MOVE "Y" TO wsShowTax
                   MOVE "Y" TO wsShowAddr
               WHEN "E"
                   MOVE "Y" TO wsShowGrades
           END-EVALUATE

           MOVE "N" TO wsFvEOF
           OPEN INPUT FIELD-VIS-FILE
           IF wsFvStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsFvEOF = "Y"
               READ FIELD-VIS-FILE
                   AT END
                       MOVE "Y" TO wsFvEOF
                   NOT AT END
                       IF FV-CLASS = wsFvClass
                           AND (FV-IS-SHOWN OR FV-IS-MASKED)
                           EVALUATE FV-FIELD
                               WHEN "GRADES"
                                   MOVE FV-SHOW TO wsShowGrades
                               WHEN "COMMISSN"
                                   MOVE FV-SHOW TO wsShowComm
                               WHEN "TAX"
                                   MOVE FV-SHOW TO wsShowTax
                               WHEN "ADDRESS"
                                   MOVE FV-SHOW TO wsShowAddr
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIELD-VIS-FILE.

      *> One line per view that showed anything unmasked; a fully
      *> masked view exposed nothing and is not logged.
       LOG-RECORD-ACCESS.
           MOVE SPACES TO wsFvShown
           IF wsFvCats(1:1) = "G" AND wsShowGrades = "Y"
               MOVE "G" TO wsFvShown(1:1)
           END-IF
           IF wsFvCats(2:1) = "C" AND wsShowComm = "Y"
               MOVE "C" TO wsFvShown(2:1)
           END-IF
           IF wsFvCats(3:1) = "T" AND wsShowTax = "Y"
               MOVE "T" TO wsFvShown(3:1)
           END-IF
           IF wsFvCats(4:1) = "A" AND wsShowAddr = "Y"
               MOVE "A" TO wsFvShown(4:1)
           END-IF
           IF wsFvShown = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ACCESS-LOG-FILE
           IF wsAxStatus = "35"
               OPEN OUTPUT ACCESS-LOG-FILE
               CLOSE ACCESS-LOG-FILE
               OPEN EXTEND ACCESS-LOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO AX-TIMESTAMP
           MOVE wsFvOperator TO AX-OPERATOR
           MOVE wsFvClass TO AX-CLASS
           MOVE wsFvProgram TO AX-PROGRAM
           MOVE wsFvKind TO AX-KIND
           MOVE wsFvKey TO AX-KEY
           MOVE wsFvShown TO AX-SHOWN
           WRITE ACCESS-LOG-REC
           CLOSE ACCESS-LOG-FILE.
