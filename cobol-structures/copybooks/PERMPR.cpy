      *> Examination permit paragraphs (working storage in
      *> PERMWS.cpy). The permit number is burned only once the
      *> caller has decided to issue; the slip prints to the
      *> caller's PERMIT-PRINT-FILE for the student to show at the
      *> examination room door.
       FIND-EXAM-PERMIT.
           MOVE 0 TO permNo
           MOVE "N" TO permEOF
           OPEN INPUT EXAM-PERMIT-FILE
           IF wsPmStatus NOT = "00"
               MOVE "Y" TO permEOF
           END-IF
           PERFORM UNTIL permEOF = "Y"
               READ EXAM-PERMIT-FILE
                   AT END
                       MOVE "Y" TO permEOF
                   NOT AT END
                       IF PM-TERM = permTerm
                           AND PM-PERIOD = permPeriod
                           AND PM-STUID = permStuId
                           MOVE PM-PERMITNO TO permNo
                           MOVE "Y" TO permEOF
                       END-IF
               END-READ
           END-PERFORM
           IF wsPmStatus = "00" OR wsPmStatus = "10"
               CLOSE EXAM-PERMIT-FILE
           END-IF.

       ISSUE-EXAM-PERMIT.
           PERFORM GET-NEXT-PERMIT-NUMBER
           OPEN EXTEND EXAM-PERMIT-FILE
           IF wsPmStatus = "35"
               OPEN OUTPUT EXAM-PERMIT-FILE
               CLOSE EXAM-PERMIT-FILE
               OPEN EXTEND EXAM-PERMIT-FILE
           END-IF
           MOVE permNo TO PM-PERMITNO
           MOVE permTerm TO PM-TERM
           MOVE permPeriod TO PM-PERIOD
           MOVE permPeriodName TO PM-PERIOD-NAME
           MOVE permStuId TO PM-STUID
           MOVE permSName TO PM-SNAME
           MOVE permSection TO PM-SECTION
           MOVE FUNCTION CURRENT-DATE(1:8) TO PM-ISSUED
           MOVE permIssuer TO PM-ISSUER
           WRITE EXAM-PERMIT-REC
           CLOSE EXAM-PERMIT-FILE
           PERFORM PRINT-EXAM-PERMIT.

       GET-NEXT-PERMIT-NUMBER.
           MOVE 1 TO permNo
           OPEN INPUT PERMIT-CONTROL-FILE
           IF wsPcStatus = "00"
               READ PERMIT-CONTROL-FILE
                   NOT AT END
                       MOVE PC-NEXT-PERMITNO TO permNo
               END-READ
               CLOSE PERMIT-CONTROL-FILE
           END-IF
           OPEN OUTPUT PERMIT-CONTROL-FILE
           COMPUTE PC-NEXT-PERMITNO = permNo + 1
           WRITE PERMIT-CONTROL-REC
           CLOSE PERMIT-CONTROL-FILE.

       WRITE-PERMIT-LINE.
           MOVE permLine TO PERMIT-PRINT-REC
           WRITE PERMIT-PRINT-REC
           MOVE SPACES TO permLine.

       PRINT-EXAM-PERMIT.
           MOVE ALL "=" TO permLine
           PERFORM WRITE-PERMIT-LINE
           STRING "  EXAMINATION PERMIT NO. " permNo
               "   TERM " permTerm
               DELIMITED BY SIZE INTO permLine
           PERFORM WRITE-PERMIT-LINE
           STRING "  " permPeriodName " EXAMINATIONS   SECTION "
               permSection
               DELIMITED BY SIZE INTO permLine
           PERFORM WRITE-PERMIT-LINE
           STRING "  ADMIT #" permStuId "  " permSName
               DELIMITED BY SIZE INTO permLine
           PERFORM WRITE-PERMIT-LINE
           STRING "  ISSUED " PM-ISSUED "  BY " permIssuer
               DELIMITED BY SIZE INTO permLine
           PERFORM WRITE-PERMIT-LINE
           MOVE ALL "=" TO permLine
           PERFORM WRITE-PERMIT-LINE
           MOVE SPACES TO permLine
           PERFORM WRITE-PERMIT-LINE.
