      *> and net up by territory with each territory's salesmen
      *> listed under it, and closes each territory with its percent
      *> of company net. A salesman whose master row is gone groups
      *> under "(NONE)" rather than silently vanishing. Each row is
      *> credited to the territory its salesman held on the row's
      *> DS-RUNDATE, taken from the assignment history on
      *> TERRHIST.DAT, so moving a salesman does not regroup the
      *> sales he made before the move; a salesman who moved within
      *> the period is listed under each territory he sold in.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERRRPT.

               RECORD KEY SLM-SNUM
               FILE STATUS wsSlmStatus.

           SELECT TERR-HIST-FILE ASSIGN TO "TERRHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsThStatus.

           SELECT TERR-SORT-FILE ASSIGN TO "SRTWK28".

       DATA DIVISION.
           FD SALESMAN-MASTER.
           COPY SALESMST.

           FD TERR-HIST-FILE.
           COPY TERRHIST.

           SD TERR-SORT-FILE.
           01 TERR-SORT-REC.
               05 TR-TERRITORY PIC X(10).
           01 dispNet pic $Z,ZZZ,ZZ9-.
           01 dispPct pic ZZ9.9.

           COPY TERRHSWS.
           COPY NUMCHECK.
           COPY RPTHDR.


       STOP RUN.

           COPY TERRHSPR.
           COPY NUMCHKPR.
           COPY RPTHDRPR.

           MOVE DS-SNUMBER TO SLM-SNUM
           READ SALESMAN-MASTER
               INVALID KEY
                   MOVE "(NONE)" TO wsThTerritory
               NOT INVALID KEY
                   MOVE SLM-TERRITORY TO wsThTerritory
           END-READ
           MOVE DS-SNUMBER TO wsThSNum
           MOVE DS-RUNDATE TO wsThAsOf
           PERFORM LOOKUP-SALESMAN-TERRITORY
           MOVE wsThTerritory TO TR-TERRITORY
           MOVE DS-SNUMBER TO TR-SNUMBER
           MOVE DS-SNAME TO TR-SNAME
           MOVE DS-TSALE TO TR-TSALE
