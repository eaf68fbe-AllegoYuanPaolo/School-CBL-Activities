      *> Room master, one record per classroom or lab, keyed on
      *> RM-ROOM. ROOMMNT owns add, change, and deactivate -- a room
      *> that has been timetabled stays on file inactive. The
      *> capacity is seats, checked by TTCHECK against the roster of
      *> every section timetabled into the room.
       01 ROOM-MASTER-REC.
           05 RM-ROOM PIC X(6).
           05 RM-NAME PIC X(20).
           05 RM-CAPACITY PIC 9(4).
           05 RM-ACTIVE PIC X.
               88 RM-IS-ACTIVE VALUE "Y".
               88 RM-IS-INACTIVE VALUE "N".
