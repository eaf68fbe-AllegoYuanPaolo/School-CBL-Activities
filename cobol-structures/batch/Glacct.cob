      *> Interactive maintenance for the chart of accounts (GLACCT),
      *> kept indexed on CA-ACCOUNT the way SUPMAINT keeps the
      *> supplier master. Add, change, and deactivate only -- an
      *> account with postings stays on file with CA-ACTIVE "N" so
      *> the trial balance and the activity listing still name it.
      *> The account code is the one the GL extracts write, so
      *> every code SEL8, SEQ7, BONUSRUN, ARWOFF, and EXPRPT post to
      *> must be on file before GLAPPLY will take their batches.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACCT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-ACCOUNT-MASTER ASSIGN TO "GLACCT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CA-ACCOUNT
               FILE STATUS wsCaStatus.

       DATA DIVISION.
           FILE SECTION.
           FD GL-ACCOUNT-MASTER.
           COPY GLACCT.

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsAgain pic X value "Y".
           01 wsEOF pic X value "N".
           01 wsCaStatus pic X(2).

           01 mntAccount pic X(8).
           01 mntName pic X(30).
           01 mntType pic X.
               88 mntTypeValid value "A" "L" "Q" "R" "E".

           COPY RPTHDR.

       PROCEDURE DIVISION.

           OPEN I-O GL-ACCOUNT-MASTER.
           IF wsCaStatus = "35"
               OPEN OUTPUT GL-ACCOUNT-MASTER
               CLOSE GL-ACCOUNT-MASTER
               OPEN I-O GL-ACCOUNT-MASTER
           END-IF.

           move "Chart of Accounts Maintenance" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           PERFORM UNTIL wsAgain NOT = "Y"
               display " "
               display "1. Add an account"
               display "2. Change an account"
               display "3. Deactivate an account"
               display "4. List the chart of accounts"
               display "0. Exit"
               display "Select mode: " with no advancing
               accept wsMode

               evaluate wsMode
                   when 1
                       perform ADD-ACCOUNT
                   when 2
                       perform CHANGE-ACCOUNT
                   when 3
                       perform DEACTIVATE-ACCOUNT
                   when 4
                       perform LIST-ACCOUNTS
                   when 0
                       move "N" to wsAgain
                   when other
                       display "Invalid selection."
               end-evaluate
           END-PERFORM.

           CLOSE GL-ACCOUNT-MASTER.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY RPTHDRPR.

       PROMPT-ACCOUNT-CODE.
           MOVE SPACES TO mntAccount
           PERFORM UNTIL mntAccount NOT = SPACES
               display "Enter account code: " with no advancing
               accept mntAccount
           END-PERFORM.

       PROMPT-ACCOUNT-TYPE.
           MOVE SPACE TO mntType
           PERFORM UNTIL mntTypeValid
               display "Type (A=asset L=liability Q=equity"
                   " R=revenue E=expense): " with no advancing
               accept mntType
           END-PERFORM.

       ADD-ACCOUNT.
           perform PROMPT-ACCOUNT-CODE

           MOVE mntAccount TO CA-ACCOUNT
           READ GL-ACCOUNT-MASTER
               INVALID KEY
                   display "Enter account name: " with no advancing
                   accept mntName
                   perform PROMPT-ACCOUNT-TYPE

                   MOVE mntAccount TO CA-ACCOUNT
                   MOVE mntName TO CA-NAME
                   MOVE mntType TO CA-TYPE
                   SET CA-IS-ACTIVE TO TRUE
                   WRITE GL-ACCOUNT-REC
                   display "Account " CA-ACCOUNT " added."
               NOT INVALID KEY
                   display "Account " CA-ACCOUNT
                       " is already on file (" CA-NAME ")."
           END-READ.

      *> A type change moves the account's whole history to the
      *> other side of the trial balance, so the change is called
      *> out to the operator as it is made.
       CHANGE-ACCOUNT.
           perform PROMPT-ACCOUNT-CODE

           MOVE mntAccount TO CA-ACCOUNT
           READ GL-ACCOUNT-MASTER
               INVALID KEY
                   display "Account " mntAccount " is not on file."
               NOT INVALID KEY
                   display "On file: " CA-NAME " / type " CA-TYPE
                   display "Enter new name (blank keeps): "
                       with no advancing
                   move spaces to mntName
                   accept mntName
                   if mntName not = spaces
                       MOVE mntName TO CA-NAME
                   end-if
                   display "Enter new type (blank keeps): "
                       with no advancing
                   move space to mntType
                   accept mntType
                   if mntTypeValid AND mntType NOT = CA-TYPE
                       display "Type " CA-TYPE " becomes " mntType
                           " for every period posted."
                       MOVE mntType TO CA-TYPE
                   end-if
                   REWRITE GL-ACCOUNT-REC
                   display "Account " CA-ACCOUNT " changed."
           END-READ.

       DEACTIVATE-ACCOUNT.
           perform PROMPT-ACCOUNT-CODE

           MOVE mntAccount TO CA-ACCOUNT
           READ GL-ACCOUNT-MASTER
               INVALID KEY
                   display "Account " mntAccount " is not on file."
               NOT INVALID KEY
                   IF CA-IS-INACTIVE
                       display "Account " CA-ACCOUNT
                           " is already inactive."
                   ELSE
                       SET CA-IS-INACTIVE TO TRUE
                       REWRITE GL-ACCOUNT-REC
                       display "Account " CA-ACCOUNT
                           " (" CA-NAME ") deactivated."
                   END-IF
           END-READ.

       LIST-ACCOUNTS.
           move "N" to wsEOF
           MOVE LOW-VALUES TO CA-ACCOUNT
           START GL-ACCOUNT-MASTER KEY NOT < CA-ACCOUNT
               INVALID KEY
                   move "Y" to wsEOF
           END-START
           PERFORM UNTIL wsEOF = "Y"
               READ GL-ACCOUNT-MASTER NEXT
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       display CA-ACCOUNT " " CA-NAME " "
                           CA-TYPE " " CA-ACTIVE
               END-READ
           END-PERFORM.
