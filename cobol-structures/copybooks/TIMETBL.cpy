      *> Timetable slot: one line per meeting pattern of a section
      *> and subject in a term -- the days it meets, the start and
      *> end times (24-hour HHMM, end exclusive, so a 0900 start may
      *> follow an 0800-0900 class), and the room. A lecture and a
      *> lab for the same subject are two lines. TT-DAYS is
      *> positional, Monday through Saturday (M T W H F S), a space
      *> for a day it does not meet. The teacher is not carried:
      *> TTCHECK takes it from ASSIGN.DAT, so a reassignment in
      *> FACMAINT moves the teacher's timetable with it.
       01 TIMETABLE-REC.
           05 TT-TERM PIC X(6).
           05 TT-SECTION PIC X(2).
           05 TT-SUBJECT PIC X(10).
           05 TT-DAYS PIC X(6).
           05 TT-DAY-FLAGS REDEFINES TT-DAYS.
               10 TT-DAY PIC X OCCURS 6 TIMES.
           05 TT-START PIC 9(4).
           05 TT-END PIC 9(4).
           05 TT-ROOM PIC X(6).
