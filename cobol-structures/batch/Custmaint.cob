      *> master. Add, change, and deactivate only -- a customer with
      *> sales history stays on file with CU-ACTIVE "N" and the
      *> batch edit in SEQ7 stops accepting the code, so a dead
      *> account can never take a new sale. The credit limit SEQ7
      *> holds new invoices against is kept here too; zero leaves
      *> the account unlimited. So is how the customer is taxed:
      *> the jurisdiction code (blank taxes the customer where the
      *> selling branch is) and, for an exempt customer, the
      *> exemption certificate number and the date it expires.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMAINT.

           01 mntCNum pic 9(6).
           01 mntCName pic X(20).
           01 mntAddress pic X(30).
           01 mntLimit pic 9(7)v99.
           01 mntChgLimit pic X.
           01 dispLimit pic Z,ZZZ,ZZ9.99.
           01 mntTaxJur pic X(4).
           01 mntCert pic X(12).
           01 mntCertExp pic 9(8).
           01 mntChgTax pic X.

           COPY NUMCHECK.
           COPY RPTHDR.
           end-perform
           compute mntCNum = function numval(WS-VALID-BUFFER).

       PROMPT-CREDIT-LIMIT.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Enter credit limit (0 = no limit): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntLimit = function numval(WS-VALID-BUFFER).

       PROMPT-TAX-DETAILS.
           display "Enter tax jurisdiction (blank = branch's): "
               with no advancing
           move spaces to mntTaxJur
           accept mntTaxJur
           display "Enter exemption certificate (blank = taxable): "
               with no advancing
           move spaces to mntCert
           accept mntCert
           MOVE 0 TO mntCertExp
           IF mntCert NOT = SPACES
               move "N" to WS-VALID-OK
               perform until VALID-NUMERIC-INPUT
                   display "Enter certificate expiry (YYYYMMDD): "
                       with no advancing
                   accept WS-VALID-BUFFER
                   perform VALIDATE-NUMERIC-INPUT
               end-perform
               compute mntCertExp = function numval(WS-VALID-BUFFER)
           END-IF.

       ADD-CUSTOMER.
           perform PROMPT-CUSTOMER-NUMBER

                   accept mntCName
                   display "Enter address: " with no advancing
                   accept mntAddress
                   perform PROMPT-CREDIT-LIMIT
                   perform PROMPT-TAX-DETAILS

                   MOVE mntCNum TO CU-CNUM
                   MOVE mntCName TO CU-CNAME
                   MOVE mntAddress TO CU-ADDRESS
                   MOVE mntLimit TO CU-CREDIT-LIMIT
                   MOVE mntTaxJur TO CU-TAX-JUR
                   MOVE mntCert TO CU-EXEMPT-CERT
                   MOVE mntCertExp TO CU-EXEMPT-EXPIRY
                   MOVE 0 TO CU-MERGED-INTO
                   SET CU-IS-ACTIVE TO TRUE
                   WRITE CUSTOMER-MASTER-REC
                   display "Customer #" CU-CNUM " added."
                   if mntAddress not = spaces
                       MOVE mntAddress TO CU-ADDRESS
                   end-if
      *> A record cut before the limit existed carries no figure
      *> in the field; it shows, and stays, as no limit.
                   IF CU-CREDIT-LIMIT NOT NUMERIC
                       MOVE 0 TO CU-CREDIT-LIMIT
                   END-IF
                   MOVE CU-CREDIT-LIMIT TO dispLimit
                   display "Credit limit on file: " dispLimit
                   display "Change the credit limit? (Y/N): "
                       with no advancing
                   move spaces to mntChgLimit
                   accept mntChgLimit
                   if function upper-case(mntChgLimit) = "Y"
                       perform PROMPT-CREDIT-LIMIT
                       MOVE mntLimit TO CU-CREDIT-LIMIT
                   end-if
      *> Likewise a record from before the tax details existed is
      *> taxed at the branch's jurisdiction with no exemption.
                   IF CU-EXEMPT-EXPIRY NOT NUMERIC
                       MOVE SPACES TO CU-TAX-JUR
                       MOVE SPACES TO CU-EXEMPT-CERT
                       MOVE 0 TO CU-EXEMPT-EXPIRY
                   END-IF
                   display "Tax jurisdiction: " CU-TAX-JUR
                       "  exemption certificate: " CU-EXEMPT-CERT
                       "  expires: " CU-EXEMPT-EXPIRY
                   display "Change the tax details? (Y/N): "
                       with no advancing
                   move spaces to mntChgTax
                   accept mntChgTax
                   if function upper-case(mntChgTax) = "Y"
                       perform PROMPT-TAX-DETAILS
                       MOVE mntTaxJur TO CU-TAX-JUR
                       MOVE mntCert TO CU-EXEMPT-CERT
                       MOVE mntCertExp TO CU-EXEMPT-EXPIRY
                   end-if
                   REWRITE CUSTOMER-MASTER-REC
                   display "Customer #" CU-CNUM " changed."
           END-READ.
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF CU-CREDIT-LIMIT NOT NUMERIC
                           MOVE 0 TO CU-CREDIT-LIMIT
                       END-IF
                       MOVE CU-CREDIT-LIMIT TO dispLimit
                       IF CU-EXEMPT-EXPIRY NOT NUMERIC
                           MOVE SPACES TO CU-TAX-JUR
                           MOVE SPACES TO CU-EXEMPT-CERT
                       END-IF
                       display CU-CNUM " " CU-CNAME " "
                           CU-ADDRESS " " CU-ACTIVE " " dispLimit
                           " " CU-TAX-JUR " " CU-EXEMPT-CERT
               END-READ
           END-PERFORM.
