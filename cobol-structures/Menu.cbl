           01 SESSION-LOG-REC.
               05 SN-TIMESTAMP PIC X(14).
               05 SN-OPERATOR PIC X(8).
               05 SN-CHOICE PIC 9(3).
               05 SN-LABEL PIC X(28).

           FD OPERATOR-WORK-FILE.
               05 FILLER PIC X(28) VALUE "SUSPREP  - Suspense repair ".
               05 FILLER PIC X(28) VALUE "OPERMNT  - Operator profiles".
               05 FILLER PIC X(28) VALUE "TRNRESET - Training reset  ".
               05 FILLER PIC X(28) VALUE "CRHOLD   - Credit hold queue".
               05 FILLER PIC X(28) VALUE "ARSTMT   - Statements      ".
               05 FILLER PIC X(28) VALUE "DUNRUN   - Dunning letters ".
               05 FILLER PIC X(28) VALUE "LOCKBOX  - Lockbox cash    ".
               05 FILLER PIC X(28) VALUE "ARWOFF   - Bad-debt writeoff".
               05 FILLER PIC X(28) VALUE "SUPMAINT - Supplier master ".
               05 FILLER PIC X(28) VALUE "POMAINT  - Purchase orders ".
               05 FILLER PIC X(28) VALUE "PORPT    - Open PO report  ".
               05 FILLER PIC X(28) VALUE "CYCCOUNT - Cycle count     ".
               05 FILLER PIC X(28) VALUE "MGNRPT   - Gross margin    ".
               05 FILLER PIC X(28) VALUE "STKVAL   - Month-end stock ".
               05 FILLER PIC X(28) VALUE "BORPT    - Backorder aging ".
               05 FILLER PIC X(28) VALUE "BOFILL   - Fill backorders ".
               05 FILLER PIC X(28) VALUE "STKXFER  - Branch transfers".
               05 FILLER PIC X(28) VALUE "PRCAGREE - Contract prices ".
               05 FILLER PIC X(28) VALUE "DISCRPT  - Discounts given ".
               05 FILLER PIC X(28) VALUE "TAXMAINT - Tax jurisdictions".
               05 FILLER PIC X(28) VALUE "EXMPTRPT - Exempt sales    ".
               05 FILLER PIC X(28) VALUE "CUSTRPT  - Customer analysis".
               05 FILLER PIC X(28) VALUE "BONUSRUN - Quarterly bonus ".
               05 FILLER PIC X(28) VALUE "SETTLE   - Final settlement".
               05 FILLER PIC X(28) VALUE "CHQVOID  - Void/reissue chq".
               05 FILLER PIC X(28) VALUE "POSPAY   - Positive pay file".
               05 FILLER PIC X(28) VALUE "EXPCLAIM - Expense claims  ".
               05 FILLER PIC X(28) VALUE "EXPRPT   - Expense report/GL".
               05 FILLER PIC X(28) VALUE "GLACCT   - Chart of accounts".
               05 FILLER PIC X(28) VALUE "GLAPPLY  - Post GL batches ".
               05 FILLER PIC X(28) VALUE "GLTB     - Trial balance   ".
               05 FILLER PIC X(28) VALUE "DEPBUILD - Bank deposit    ".
               05 FILLER PIC X(28) VALUE "DEPREC   - Deposit reconcile".
               05 FILLER PIC X(28) VALUE "ROOMMNT  - Room master     ".
               05 FILLER PIC X(28) VALUE "TIMETBL  - Class timetable ".
               05 FILLER PIC X(28) VALUE "TTCHECK  - Timetable check ".
               05 FILLER PIC X(28) VALUE "SECTCAP  - Section capacity".
               05 FILLER PIC X(28) VALUE "FILLRPT  - Section fill rate".
               05 FILLER PIC X(28) VALUE "RFNDREG  - Refund register ".
               05 FILLER PIC X(28) VALUE "LATERUN  - Late surcharges ".
               05 FILLER PIC X(28) VALUE "PERMRUN  - Exam permits    ".
               05 FILLER PIC X(28) VALUE "HOLDMNT  - Student holds   ".
               05 FILLER PIC X(28) VALUE "HOLDRPT  - Holds by office ".
               05 FILLER PIC X(28) VALUE "FACLOAD  - Faculty load    ".
               05 FILLER PIC X(28) VALUE "GRADRUN  - Graduation run  ".
               05 FILLER PIC X(28) VALUE "SCHEMRPT - Grading schemes ".
               05 FILLER PIC X(28) VALUE "GUARDLTR - Guardian letters ".
               05 FILLER PIC X(28) VALUE "PASSRATE - Pass-rate trends ".
               05 FILLER PIC X(28) VALUE "GRSHEET  - Grade sheet issue".
               05 FILLER PIC X(28) VALUE "CORPRINT - Cert of registrn".
               05 FILLER PIC X(28) VALUE "MATSTK   - Material stock  ".
               05 FILLER PIC X(28) VALUE "MATSHORT - Material shortage".
               05 FILLER PIC X(28) VALUE "QUOTPIPE - Quote pipeline  ".
               05 FILLER PIC X(28) VALUE "LOANAPP  - Loan applications".
               05 FILLER PIC X(28) VALUE "LOANSTMT - Loan statements ".
               05 FILLER PIC X(28) VALUE "LOANPEN  - Late penalties  ".
               05 FILLER PIC X(28) VALUE "LOANGL   - Loan GL feed    ".
               05 FILLER PIC X(28) VALUE "ACCRPT   - Record access rpt".
               05 FILLER PIC X(28) VALUE "RPTDIST  - Report distrib. ".
               05 FILLER PIC X(28) VALUE "REFCHECK - Key integrity   ".
               05 FILLER PIC X(28) VALUE "SLARPT   - Batch SLA report".
               05 FILLER PIC X(28) VALUE "SODRPT   - Duty conflicts  ".
               05 FILLER PIC X(28) VALUE "CUSTMRG  - Customer merge  ".

           01 MENU-LABEL-TABLE REDEFINES MENU-LABEL-VALUES.
               05 MN-LABEL OCCURS 146 TIMES PIC X(28).

      *> Source file names for the maintenance and batch options
      *> (choices 30 up), all living under batch/. These rewrite the
               05 FILLER PIC X(14) VALUE "Susprep.cob   ".
               05 FILLER PIC X(14) VALUE "Opermnt.cob   ".
               05 FILLER PIC X(14) VALUE "Trnreset.cob  ".
               05 FILLER PIC X(14) VALUE "Crhold.cob    ".
               05 FILLER PIC X(14) VALUE "Arstmt.cob    ".
               05 FILLER PIC X(14) VALUE "Dunrun.cob    ".
               05 FILLER PIC X(14) VALUE "Lockbox.cob   ".
               05 FILLER PIC X(14) VALUE "Arwoff.cob    ".
               05 FILLER PIC X(14) VALUE "Supmaint.cob  ".
               05 FILLER PIC X(14) VALUE "Pomaint.cob   ".
               05 FILLER PIC X(14) VALUE "Porpt.cob     ".
               05 FILLER PIC X(14) VALUE "Cyccount.cob  ".
               05 FILLER PIC X(14) VALUE "Mgnrpt.cob    ".
               05 FILLER PIC X(14) VALUE "Stkval.cob    ".
               05 FILLER PIC X(14) VALUE "Borpt.cob     ".
               05 FILLER PIC X(14) VALUE "Bofill.cob    ".
               05 FILLER PIC X(14) VALUE "Stkxfer.cob   ".
               05 FILLER PIC X(14) VALUE "Prcagree.cob  ".
               05 FILLER PIC X(14) VALUE "Discrpt.cob   ".
               05 FILLER PIC X(14) VALUE "Taxmaint.cob  ".
               05 FILLER PIC X(14) VALUE "Exmptrpt.cob  ".
               05 FILLER PIC X(14) VALUE "Custrpt.cob   ".
               05 FILLER PIC X(14) VALUE "Bonusrun.cob  ".
               05 FILLER PIC X(14) VALUE "Settle.cob    ".
               05 FILLER PIC X(14) VALUE "Chqvoid.cob   ".
               05 FILLER PIC X(14) VALUE "Pospay.cob    ".
               05 FILLER PIC X(14) VALUE "Expclaim.cob  ".
               05 FILLER PIC X(14) VALUE "Exprpt.cob    ".
               05 FILLER PIC X(14) VALUE "Glacct.cob    ".
               05 FILLER PIC X(14) VALUE "Glapply.cob   ".
               05 FILLER PIC X(14) VALUE "Gltb.cob      ".
               05 FILLER PIC X(14) VALUE "Depbuild.cob  ".
               05 FILLER PIC X(14) VALUE "Deprec.cob    ".
               05 FILLER PIC X(14) VALUE "Roommnt.cob   ".
               05 FILLER PIC X(14) VALUE "Timetbl.cob   ".
               05 FILLER PIC X(14) VALUE "Ttcheck.cob   ".
               05 FILLER PIC X(14) VALUE "Sectcap.cob   ".
               05 FILLER PIC X(14) VALUE "Fillrpt.cob   ".
               05 FILLER PIC X(14) VALUE "Rfndreg.cob   ".
               05 FILLER PIC X(14) VALUE "Laterun.cob   ".
               05 FILLER PIC X(14) VALUE "Permrun.cob   ".
               05 FILLER PIC X(14) VALUE "Holdmnt.cob   ".
               05 FILLER PIC X(14) VALUE "Holdrpt.cob   ".
               05 FILLER PIC X(14) VALUE "Facload.cob   ".
               05 FILLER PIC X(14) VALUE "Gradrun.cob   ".
               05 FILLER PIC X(14) VALUE "Schemrpt.cob  ".
               05 FILLER PIC X(14) VALUE "Guardltr.cob  ".
               05 FILLER PIC X(14) VALUE "Passrate.cob  ".
               05 FILLER PIC X(14) VALUE "Grsheet.cob   ".
               05 FILLER PIC X(14) VALUE "Corprint.cob  ".
               05 FILLER PIC X(14) VALUE "Matstk.cob    ".
               05 FILLER PIC X(14) VALUE "Matshort.cob  ".
               05 FILLER PIC X(14) VALUE "Quotpipe.cob  ".
               05 FILLER PIC X(14) VALUE "Loanapp.cob   ".
               05 FILLER PIC X(14) VALUE "Loanstmt.cob  ".
               05 FILLER PIC X(14) VALUE "Loanpen.cob   ".
               05 FILLER PIC X(14) VALUE "Loangl.cob    ".
               05 FILLER PIC X(14) VALUE "Accrpt.cob    ".
               05 FILLER PIC X(14) VALUE "Rptdist.cob   ".
               05 FILLER PIC X(14) VALUE "Refcheck.cob  ".
               05 FILLER PIC X(14) VALUE "Slarpt.cob    ".
               05 FILLER PIC X(14) VALUE "Sodrpt.cob    ".
               05 FILLER PIC X(14) VALUE "Custmrg.cob   ".

           01 MAINT-PROG-TABLE REDEFINES MAINT-PROG-VALUES.
               05 MP-SOURCE OCCURS 117 TIMES PIC X(14).

           01 wsChoice pic 9(3).
           01 wsIdx pic 9(3).
           01 wsAgain pic X value "Y".

           01 wsProgNum pic 99.
           01 wsOperator pic X(8).
           01 wsPassword pic X(8).
           01 wsOpClass pic X.
           01 wsChkChoice pic 9(3).
           01 wsAllowed pic X.
           01 wsMntIdx pic 9(3).

           COPY PARMWS.
           01 wsPwExpDays pic 9(3) value 90.
               END-IF
               display "  SEQ / SEL / ITR Program Suite"
               display "============================================"
               PERFORM VARYING wsIdx FROM 1 BY 1 UNTIL wsIdx > 146
                   MOVE wsIdx TO wsChkChoice
                   PERFORM CHECK-AUTHORITY
                   IF wsAllowed = "Y"
                       display wsIdx ". " MN-LABEL(wsIdx)
                   END-IF
               END-PERFORM
               display "000. Exit"
               display "Select a program: " with no advancing
               accept wsChoice

               if wsChoice = 0
                   move "N" to wsAgain
               else
                   if wsChoice < 1 or wsChoice > 146
                       display "Invalid selection."
                   else
                       MOVE wsChoice TO wsChkChoice
      *> -- masters, logs, prints -- resolves to the practice set
      *> and nothing touches production; TRAINMODE=Y in the
      *> environment is what the shared report banners read for
      *> their watermark. Either way the signed-on operator goes
      *> out as MENUOPER, which the inquiries and SEL1 read to mask
      *> what the operator's class is not cleared to see.
           move spaces to wsCommand
           if wsTrainMode = "Y"
               string
                   " -o /tmp/cblmenu_run ../"
                   delimited by size
                   function trim(wsSourcePath) delimited by size
                   " && TRAINMODE=Y MENUOPER='" delimited by size
                   function trim(wsOperator) delimited by size
                   "' /tmp/cblmenu_run ;"
                   " rm -f /tmp/cblmenu_run"
                   delimited by size
                   into wsCommand
                   " -o /tmp/cblmenu_run "
                   delimited by size
                   function trim(wsSourcePath) delimited by size
                   " && MENUOPER='" delimited by size
                   function trim(wsOperator) delimited by size
                   "' /tmp/cblmenu_run ; rm -f /tmp/cblmenu_run"
                   delimited by size
                   into wsCommand
               end-string
           MOVE FUNCTION CURRENT-DATE(1:14) TO SO-TIMESTAMP
           MOVE wsOperator TO SO-OPERATOR
           MOVE wsSoEvent TO SO-EVENT
           MOVE SPACES TO SO-BY
           WRITE SIGNON-LOG-REC
           CLOSE SIGNON-LOG-FILE.


      *> Which options an authorization class may see and run.
      *> Encoders get the grading chain (SEQ5, SEL1, SEL6), the desk
      *> gets geometry (SEQ8/SEQ9/SEQ10), office clerks the student
      *> holds; everything else -- the sales and commission
      *> programs and all the maintenance and batch utilities from
      *> option 30 up -- is supervisor territory.
       CHECK-AUTHORITY.
           MOVE "N" TO wsAllowed
           EVALUATE TRUE
                       OR wsChkChoice = 73
                       MOVE "Y" TO wsAllowed
                   END-IF
               WHEN wsOpClass = "O"
      *> Office clerks keep their office's student holds (125) and
      *> read the holds report (126); HOLDMNT itself confines a
      *> clerk to the office on the profile.
                   IF wsChkChoice = 125 OR wsChkChoice = 126
                       MOVE "Y" TO wsAllowed
                   END-IF
           END-EVALUATE

      *> Three options stay production-only in a training session:
