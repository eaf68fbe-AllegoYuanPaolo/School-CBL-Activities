      *> Enrollment waitlist: one line per student turned away from
      *> a full section, in the order they were turned away, which
      *> is the order they are promoted in. ENROLL appends the line
      *> at status W; a drop from the section promotes the first W
      *> line into the enrollment file and marks it P, and a student
      *> who drops the subject while still waiting is marked C. Lines
      *> are never removed, so the registrar can see who waited.
       01 WAITLIST-REC.
           05 WL-TERM PIC X(6).
           05 WL-SECTION PIC X(2).
           05 WL-SUBJECT PIC X(10).
           05 WL-STUID PIC 9(6).
           05 WL-DATE PIC 9(8).
           05 WL-STATUS PIC X.
               88 WL-IS-WAITING VALUE "W".
               88 WL-IS-PROMOTED VALUE "P".
               88 WL-IS-CANCELLED VALUE "C".
           05 WL-OUTDATE PIC 9(8).
