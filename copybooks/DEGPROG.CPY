      *----------------------------------------------------------*
      *  DEGPROG.CPY                                              *
      *  RECORD LAYOUT FOR THE DEGREE-PROGRAM FILE.                *
      *  ONE RECORD PER DEGREE PROGRAM, KEPT BY                    *
      *  DEGREE-PROGRAM-PROGRAM.  EACH PROGRAM HOLDS:              *
      *    - THE COURSES EVERY GRADUATE MUST HAVE PASSED           *
      *    - THE TOTAL CREDIT HOURS TO GRADUATE                    *
      *    - THE MINIMUM CUMULATIVE GPA (9V99, 2.00 = 200)         *
      *    - UP TO 5 DEPARTMENTS WITH THE CREDIT HOURS THE         *
      *      STUDENT MUST EARN IN EACH ONE                         *
      *                                                            *
      *  A COURSE COUNTS WHEN IT WAS PASSED (A/B/C/D) ON           *
      *  STUDENT-HISTORY OR IS GRADED ON THE STUDENT MASTER.       *
      *  CREDITS AND DEPARTMENT COME FROM THE COURSE CATALOG.      *
      *  THE PROGRAM A STUDENT IS WORKING TOWARD IS ON THE         *
      *  STUDENT-DECLARATION FILE (STUDECL.CPY).                   *
      *----------------------------------------------------------*
       01  DEGREE-PROGRAM-RECORD.
           05  DEG-PROGRAM-CODE        PIC X(06).
           05  DEG-PROGRAM-TITLE       PIC X(30).
           05  DEG-TOTAL-CREDITS       PIC 9(03).
           05  DEG-MIN-GPA             PIC 9V99.
           05  DEG-REQUIRED-COUNT      PIC 9(02).
           05  DEG-REQUIRED-TABLE OCCURS 20 TIMES.
               10  DEG-REQUIRED-COURSE PIC X(10).
           05  DEG-DEPT-COUNT          PIC 9(01).
           05  DEG-DEPT-TABLE OCCURS 5 TIMES.
               10  DEG-DEPT            PIC X(04).
               10  DEG-DEPT-CREDITS    PIC 9(03).
