      *> sign-on review report reads the audit file MENU writes so
      *> the auditor's first question has a printed answer. Profile
      *> changes go through a work-file copy pass like every other
      *> sequential master here. An unlock is logged with the
      *> supervisor who performed it as well as the account.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.

           01 wsOpStatus pic X(2).
           01 wsSoStatus pic X(2).
           01 wsFound pic X.
           01 wsOperator pic X(8).

           01 mntId pic X(8).
           01 mntPassword pic X(8).
           01 mntClass pic X.
           01 mntOffice pic X(4).
           01 wsToday pic 9(8).
           01 wsSetLock pic X.
           01 wsResetPw pic X.

           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday.

      *> The menu passes the signed-on operator as MENUOPER; run
      *> outside the menu, the operator keys it.
           ACCEPT wsOperator FROM ENVIRONMENT "MENUOPER"
           IF wsOperator = SPACES
               display "Operator ID: " with no advancing
               accept wsOperator
           END-IF

           move "Operator Profile Maintenance" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           accept mntPassword
           move spaces to mntClass
           PERFORM UNTIL mntClass = "S" OR mntClass = "E"
                   OR mntClass = "D" OR mntClass = "O"
               display "Class (S/E/D/O): " with no advancing
               accept mntClass
               move function upper-case(mntClass) to mntClass
           END-PERFORM
      *> An office clerk is tied to the one office whose student
      *> holds the clerk keeps.
           move spaces to mntOffice
           IF mntClass = "O"
               PERFORM UNTIL mntOffice NOT = SPACES
                   display "Office code (LIBR/ACCT/DISC/REGS): "
                       with no advancing
                   accept mntOffice
                   move function upper-case(mntOffice) to mntOffice
               END-PERFORM
           END-IF

           OPEN EXTEND OPERATOR-PROFILE-FILE
           IF wsOpStatus = "35"
           MOVE mntId TO OP-ID
           MOVE mntPassword TO OP-PASSWORD
           MOVE mntClass TO OP-CLASS
           MOVE mntOffice TO OP-OFFICE
      *> A zero password date forces the operator to set a real
      *> password of his own at first sign-on.
           MOVE 0 TO OP-PWDATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO SO-TIMESTAMP
           MOVE mntId TO SO-OPERATOR
           MOVE "UNLOCK" TO SO-EVENT
           MOVE wsOperator TO SO-BY
           WRITE SIGNON-LOG-REC
           CLOSE SIGNON-LOG-FILE.

               display "No profile file on disk yet."
               EXIT PARAGRAPH
           END-IF
           display "ID       CLASS  PW-DATE   FAILS  LOCKED  OFFICE"
           PERFORM UNTIL wsEOF = "Y"
               READ OPERATOR-PROFILE-FILE
                   AT END
                   NOT AT END
                       display OP-ID "   " OP-CLASS "    "
                           OP-PWDATE "   " OP-FAILS "     "
                           OP-LOCKED "       " OP-OFFICE
               END-READ
           END-PERFORM
           CLOSE OPERATOR-PROFILE-FILE
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       display SO-TIMESTAMP " " SO-OPERATOR
                           " " SO-EVENT " " SO-BY
               END-READ
           END-PERFORM
           CLOSE SIGNON-LOG-FILE
