      *> requests are applied to STUDENT.DAT, each application
      *> writing the STUAUDIT line with the request ID carried in
      *> SA-REQID. STUMAINT still exists for roster maintenance;
      *> grade values now change through here. The deciding
      *> supervisor is kept on the request beside the requestor.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRCHREQ.

           FD REQUEST-FILE.
           COPY GRCHREQ.

      *> Cut wider than the 121-byte request record so the copy
      *> passes can never shave the reason tail or the decider.
           FD REQUEST-WORK-FILE.
           01 REQUEST-WORK-REC PIC X(130).

           FD REQUEST-CTL-FILE.
           01 REQUEST-CTL-REC.
           MOVE wsOldValue TO GQ-OLD
           MOVE mntNew TO GQ-NEW
           MOVE mntReason TO GQ-REASON
           MOVE SPACES TO GQ-DECIDED-BY
           SET GQ-IS-PENDING TO TRUE
           WRITE GRADE-CHANGE-REQ-REC
           CLOSE REQUEST-FILE
                           AND GQ-IS-PENDING
                           MOVE "Y" TO wsFound
                           MOVE wsDecision TO GQ-STATUS
                           MOVE wsOperator TO GQ-DECIDED-BY
                       END-IF
                       MOVE GRADE-CHANGE-REQ-REC
                           TO REQUEST-WORK-REC
