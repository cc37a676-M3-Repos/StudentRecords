      *----------------------------------------------------------*
      *  PREREQ.CPY                                               *
      *  RECORD LAYOUT FOR THE COURSE-PREREQUISITE FILE.           *
      *  ONE RECORD PER COURSE THAT HAS PREREQUISITES, KEYED BY    *
      *  THE SAME COURSE-CODE AS THE COURSE CATALOG AND KEPT BY    *
      *  PREREQUISITE-PROGRAM.  EACH REQUIRED COURSE CARRIES THE   *
      *  LOWEST GRADE THAT SATISFIES IT (A/B/C/D).                 *
      *                                                            *
      *  A STUDENT MEETS A PREREQUISITE WHEN STUDENT-HISTORY       *
      *  HOLDS THE REQUIRED COURSE AT THAT GRADE OR BETTER.  A     *
      *  COURSE WITH NO RECORD ON THIS FILE HAS NO PREREQUISITES.  *
      *----------------------------------------------------------*
       01  PREREQ-RECORD.
           05  PREREQ-COURSE-CODE      PIC X(10).
           05  PREREQ-COUNT            PIC 9(02).
           05  PREREQ-TABLE OCCURS 5 TIMES.
               10  PREREQ-REQUIRED-COURSE
                                       PIC X(10).
               10  PREREQ-MIN-GRADE    PIC X(01).
