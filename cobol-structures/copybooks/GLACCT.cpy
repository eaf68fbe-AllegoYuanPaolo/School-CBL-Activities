      *> Chart of accounts, one record per ledger account, keyed on
      *> CA-ACCOUNT -- the same eight-character codes the GL
      *> extracts carry in GD-ACCOUNT. GLACCT keeps it. The type
      *> decides how the trial balance treats the account: asset,
      *> liability, and equity balances run from the first posting,
      *> revenue and expense from the start of the year, with the
      *> earlier years' result carried as one line beside retained
      *> earnings. An account no longer used is deactivated, never
      *> deleted, so the history posted to it still names it;
      *> GLAPPLY refuses a batch naming an account not on file.
       01 GL-ACCOUNT-REC.
           05 CA-ACCOUNT PIC X(8).
           05 CA-NAME PIC X(30).
           05 CA-TYPE PIC X.
               88 CA-IS-ASSET VALUE "A".
               88 CA-IS-LIABILITY VALUE "L".
               88 CA-IS-EQUITY VALUE "Q".
               88 CA-IS-REVENUE VALUE "R".
               88 CA-IS-EXPENSE VALUE "E".
               88 CA-IS-BALANCE-SHEET VALUE "A" "L" "Q".
               88 CA-TYPE-VALID VALUE "A" "L" "Q" "R" "E".
           05 CA-ACTIVE PIC X.
               88 CA-IS-ACTIVE VALUE "Y".
               88 CA-IS-INACTIVE VALUE "N".
