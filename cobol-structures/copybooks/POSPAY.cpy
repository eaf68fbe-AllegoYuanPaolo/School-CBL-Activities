      *> Positive-pay issue file record, in the bank's layout,
      *> written by POSPAY after each payment run. One header with
      *> the file date and our account number, then one detail per
      *> cheque issued or voided since the last file -- cheque
      *> number, amount, issue date, payee -- then one trailer
      *> carrying the count and total of each, so the bank can
      *> prove the file complete before loading it. The bank pays
      *> only a cheque it holds an issue line for, and refuses one
      *> it holds a void line for.
       01 POSITIVE-PAY-REC.
           05 PP-RECTYPE PIC X.
               88 PP-IS-HEADER VALUE "H".
               88 PP-IS-DETAIL VALUE "D".
               88 PP-IS-TRAILER VALUE "T".
           05 PP-DATA PIC X(60).
           05 PP-HEADER REDEFINES PP-DATA.
               10 PH-FILE-DATE PIC 9(8).
               10 PH-ACCOUNT PIC 9(9).
               10 PH-ORIGINATOR PIC X(20).
               10 FILLER PIC X(23).
           05 PP-DETAIL REDEFINES PP-DATA.
               10 PD-ACTION PIC X.
                   88 PD-IS-ISSUE VALUE "I".
                   88 PD-IS-VOID VALUE "V".
               10 PD-CHEQUE PIC 9(6).
               10 PD-AMOUNT PIC 9(7)V99.
               10 PD-ISSUE-DATE PIC 9(8).
               10 PD-PAYEE PIC X(20).
               10 FILLER PIC X(16).
           05 PP-TRAILER REDEFINES PP-DATA.
               10 PT-ISSUE-COUNT PIC 9(6).
               10 PT-ISSUE-TOTAL PIC 9(11)V99.
               10 PT-VOID-COUNT PIC 9(6).
               10 PT-VOID-TOTAL PIC 9(11)V99.
               10 FILLER PIC X(22).
