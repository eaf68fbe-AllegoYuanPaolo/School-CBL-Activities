      *> Interactive maintenance for the supplier master (SUPPMAST),
      *> kept indexed on SP-SUPNO the way CUSTMAINT keeps the
      *> customer master. Add, change, and deactivate only -- a
      *> supplier with order history stays on file with SP-ACTIVE
      *> "N", and POMAINT will not place a new order with them.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SP-SUPNO
               FILE STATUS wsSpStatus.

       DATA DIVISION.
           FILE SECTION.
           FD SUPPLIER-MASTER.
           COPY SUPPMAST.

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsAgain pic X value "Y".
           01 wsEOF pic X value "N".
           01 wsSpStatus pic X(2).

           01 mntSupNo pic 9(6).
           01 mntSName pic X(20).
           01 mntAddress pic X(30).

           COPY NUMCHECK.
           COPY RPTHDR.

       PROCEDURE DIVISION.

           OPEN I-O SUPPLIER-MASTER.
           IF wsSpStatus = "35"
               OPEN OUTPUT SUPPLIER-MASTER
               CLOSE SUPPLIER-MASTER
               OPEN I-O SUPPLIER-MASTER
           END-IF.

           move "Supplier Master Maintenance" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           PERFORM UNTIL wsAgain NOT = "Y"
               display " "
               display "1. Add a supplier"
               display "2. Change a supplier"
               display "3. Deactivate a supplier"
               display "4. List the supplier master"
               display "0. Exit"
               display "Select mode: " with no advancing
               accept wsMode

               evaluate wsMode
                   when 1
                       perform ADD-SUPPLIER
                   when 2
                       perform CHANGE-SUPPLIER
                   when 3
                       perform DEACTIVATE-SUPPLIER
                   when 4
                       perform LIST-SUPPLIERS
                   when 0
                       move "N" to wsAgain
                   when other
                       display "Invalid selection."
               end-evaluate
           END-PERFORM.

           CLOSE SUPPLIER-MASTER.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.

       PROMPT-SUPPLIER-NUMBER.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Enter supplier number: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntSupNo = function numval(WS-VALID-BUFFER).

       ADD-SUPPLIER.
           perform PROMPT-SUPPLIER-NUMBER

           MOVE mntSupNo TO SP-SUPNO
           READ SUPPLIER-MASTER
               INVALID KEY
                   display "Enter supplier name: " with no advancing
                   accept mntSName
                   display "Enter address: " with no advancing
                   accept mntAddress

                   MOVE mntSupNo TO SP-SUPNO
                   MOVE mntSName TO SP-NAME
                   MOVE mntAddress TO SP-ADDRESS
                   SET SP-IS-ACTIVE TO TRUE
                   WRITE SUPPLIER-MASTER-REC
                   display "Supplier #" SP-SUPNO " added."
               NOT INVALID KEY
                   display "Supplier #" SP-SUPNO
                       " is already on file (" SP-NAME ")."
           END-READ.

       CHANGE-SUPPLIER.
           perform PROMPT-SUPPLIER-NUMBER

           MOVE mntSupNo TO SP-SUPNO
           READ SUPPLIER-MASTER
               INVALID KEY
                   display "Supplier #" mntSupNo " is not on file."
               NOT INVALID KEY
                   display "On file: " SP-NAME
                       " / " SP-ADDRESS
                   display "Enter new name (blank keeps): "
                       with no advancing
                   move spaces to mntSName
                   accept mntSName
                   if mntSName not = spaces
                       MOVE mntSName TO SP-NAME
                   end-if
                   display "Enter new address (blank keeps): "
                       with no advancing
                   move spaces to mntAddress
                   accept mntAddress
                   if mntAddress not = spaces
                       MOVE mntAddress TO SP-ADDRESS
                   end-if
                   REWRITE SUPPLIER-MASTER-REC
                   display "Supplier #" SP-SUPNO " changed."
           END-READ.

       DEACTIVATE-SUPPLIER.
           perform PROMPT-SUPPLIER-NUMBER

           MOVE mntSupNo TO SP-SUPNO
           READ SUPPLIER-MASTER
               INVALID KEY
                   display "Supplier #" mntSupNo " is not on file."
               NOT INVALID KEY
                   IF SP-IS-INACTIVE
                       display "Supplier #" SP-SUPNO
                           " is already inactive."
                   ELSE
                       SET SP-IS-INACTIVE TO TRUE
                       REWRITE SUPPLIER-MASTER-REC
                       display "Supplier #" SP-SUPNO
                           " (" SP-NAME ") deactivated."
                   END-IF
           END-READ.

       LIST-SUPPLIERS.
           move "N" to wsEOF
           MOVE LOW-VALUES TO SP-SUPNO
           START SUPPLIER-MASTER KEY NOT < SP-SUPNO
               INVALID KEY
                   move "Y" to wsEOF
           END-START
           PERFORM UNTIL wsEOF = "Y"
               READ SUPPLIER-MASTER NEXT
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       display SP-SUPNO " " SP-NAME " "
                           SP-ADDRESS " " SP-ACTIVE
               END-READ
           END-PERFORM.
