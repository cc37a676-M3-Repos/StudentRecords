      *----------------------------------------------------------*
      *  STUDECL.CPY                                              *
      *  RECORD LAYOUT FOR THE STUDENT-DECLARATION FILE.           *
      *  ONE RECORD PER STUDENT WHO HAS DECLARED A DEGREE          *
      *  PROGRAM, KEYED BY THE SAME STUDENT-ID AS THE STUDENT      *
      *  MASTER AND KEPT BY DEGREE-PROGRAM-PROGRAM.  A STUDENT     *
      *  WITH NO RECORD HERE HAS NOT DECLARED AND CANNOT           *
      *  GRADUATE WITHOUT A SUPERVISOR OVERRIDE.                   *
      *----------------------------------------------------------*
       01  STUDENT-DECLARATION-RECORD.
           05  DECL-STUDENT-ID         PIC 9(05).
           05  DECL-PROGRAM-CODE       PIC X(06).
           05  DECL-DATE               PIC 9(08).
