      *> Bad-debt write-off request against one receivable item: who
      *> asked and why, the balance owing when it was filed, and the
      *> supervisor who decided it. ARWOFF owns the cycle -- filed
      *> pending, approved or denied by a supervisor proven against
      *> OPERPROF.DAT, and only approved requests are posted, which
      *> closes the item as written off and carries the GL batch
      *> the bad-debt entry went out under in WO-GLBATCH.
       01 WRITE-OFF-REC.
           05 WO-REQID PIC 9(6).
           05 WO-TIMESTAMP PIC X(14).
           05 WO-REQUESTOR PIC X(8).
           05 WO-INVNO PIC 9(6).
           05 WO-CUST PIC 9(6).
           05 WO-AMOUNT PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 WO-REASON PIC X(30).
           05 WO-STATUS PIC X.
               88 WO-IS-PENDING VALUE "P".
               88 WO-IS-APPROVED VALUE "A".
               88 WO-IS-DENIED VALUE "D".
               88 WO-IS-POSTED VALUE "X".
           05 WO-APPROVER PIC X(8).
           05 WO-GLBATCH PIC 9(4).
