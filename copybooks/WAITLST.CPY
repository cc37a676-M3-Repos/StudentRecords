      *----------------------------------------------------------*
      *  WAITLST.CPY                                              *
      *  RECORD LAYOUT FOR THE CLASS WAITLIST FILE.                *
      *  ONE RECORD PER STUDENT WAITING FOR A SEAT IN A FULL       *
      *  CLASS, KEYED BY CLASS, TERM AND A SEQUENCE NUMBER TAKEN   *
      *  IN THE ORDER THE STUDENTS ASKED, SO THE LIST READS FIRST  *
      *  COME FIRST SERVED.  WAIT-GRADE IS THE GRADE KEYED WITH    *
      *  THE REQUEST AND IS CARRIED ONTO THE ENROLLMENT.           *
      *  WAIT-OVR-REASON AND WAIT-MISSING-COURSE HOLD ANY          *
      *  PREREQUISITE OVERRIDE GIVEN WITH THE REQUEST; THE PREOVR  *
      *  AUDIT IS WRITTEN WHEN THE STUDENT IS ENROLLED.            *
      *                                                            *
      *  WHEN A SEAT IS FREED BY A WITHDRAWAL OR A RE-KEY, THE     *
      *  FIRST ELIGIBLE STUDENT ON THE LIST IS ENROLLED AND THE    *
      *  ENTRY IS REMOVED.  TERM-END ROLLOVER PURGES THE LISTS     *
      *  FOR THE TERM IT CLOSES.                                   *
      *----------------------------------------------------------*
       01  WAITLIST-RECORD.
           05  WAIT-KEY.
               10  WAIT-CLASS          PIC X(10).
               10  WAIT-TERM           PIC X(05).
               10  WAIT-SEQUENCE       PIC 9(05).
           05  WAIT-STUDENT-ID         PIC 9(05).
           05  WAIT-GRADE              PIC X(01).
           05  WAIT-DATE               PIC 9(08).
           05  WAIT-TIME               PIC 9(06).
           05  WAIT-SOURCE             PIC X(07).
           05  WAIT-OVR-REASON         PIC X(03).
           05  WAIT-MISSING-COURSE     PIC X(10).
