      *  NO LIVE ENROLLMENTS, SO THE COUNT MAY BE ZERO UNTIL       *
      *  REGISTRATION REFILLS THE TABLE.                           *
      *                                                            *
      *  WITHDRAWAL AND GRADUATION ARE STATUS CHANGES THAT KEEP    *
      *  THE RECORD, SO A WITHDRAWN STUDENT CAN BE REINSTATED      *
      *  WITHOUT RE-KEYING IT.  ALUMNI-ARCHIVE-RUN LATER MOVES     *
      *  LONG-INACTIVE STUDENTS OFF THIS FILE TO ALUMARC, FROM     *
      *  WHICH REI IN RECORD-PROGRAM RESTORES THEM.                *
      *                                                            *
      *  STUDENT-STANDING IS SET BY THE ACADEMIC-STANDING-RUN      *
      *  AFTER TERM-END FROM THE TERM AND CUMULATIVE GPA.  A NEW   *
      *  STUDENT CARRIES A SPACE UNTIL THE FIRST RATED TERM.       *
      *                                                            *
      *  AN ENROLLMENT IS TAKEN WITH A SPACE IN STUDENT-GRADE      *
      *  (GRADE-PENDING) UNTIL THE INSTRUCTOR GRADE SHEET IS       *
      *  POSTED BY THE GRADE-POSTING-RUN.  A PENDING GRADE         *
      *  EARNS NO CREDIT OR GRADE POINTS, AND TERM-END             *
      *  ROLLOVER WILL NOT ROLL A TERM THAT STILL HAS ONE          *
      *  UNLESS THE OPERATOR FORCES IT.                            *
      *----------------------------------------------------------*
       01  STUDENT-RECORD.
           05  STUDENT-ID              PIC 9(05).
                   88  AVERAGE         VALUE "B".
                   88  BELOW-AVERAGE   VALUE "C".
                   88  FAILING         VALUE "D".
                   88  GRADE-PENDING   VALUE SPACE.
               10  STUDENT-TERM        PIC X(05).
