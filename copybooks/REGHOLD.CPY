      *----------------------------------------------------------*
      *  REGHOLD.CPY                                              *
      *  RECORD LAYOUT FOR THE REGISTRATION-HOLD FILE.             *
      *  ONE RECORD PER STUDENT AND HOLD TYPE, KEPT BY             *
      *  REGISTRATION-HOLD-PROGRAM:                                *
      *    FIN - FINANCIAL, MONEY OWED TO THE BURSAR               *
      *    LIB - LIBRARY FINE OR UNRETURNED MATERIAL               *
      *    DIS - DISCIPLINARY                                      *
      *  A HOLD IS ACTIVE UNTIL ITS RELEASE DATE.  A RELEASE DATE  *
      *  OF ZERO MEANS THE HOLD STAYS ON UNTIL IT IS RELEASED.     *
      *  RELEASING A HOLD SETS THE RELEASE DATE TO THE DAY IT WAS  *
      *  RELEASED, SO THE RECORD STAYS ON FILE AS A HISTORY.       *
      *                                                            *
      *  AN ACTIVE HOLD BLOCKS NEW ENROLLMENTS AND MAKES ANY       *
      *  TRANSCRIPT PRINTED FOR THE STUDENT AN UNOFFICIAL COPY.    *
      *  A STUDENT-STANDING OF "S" IS AN AUTOMATIC SUSPENSION      *
      *  HOLD (TYPE SUS).  IT IS NEVER WRITTEN TO THIS FILE - IT   *
      *  COMES AND GOES WITH THE ACADEMIC-STANDING-RUN - AND IT    *
      *  BLOCKS ENROLLMENT ONLY.                                   *
      *----------------------------------------------------------*
       01  REGISTRATION-HOLD-RECORD.
           05  REGH-KEY.
               10  REGH-STUDENT-ID     PIC 9(05).
               10  REGH-TYPE           PIC X(03).
                   88  REGH-TYPE-FINANCIAL  VALUE "FIN".
                   88  REGH-TYPE-LIBRARY    VALUE "LIB".
                   88  REGH-TYPE-DISCIPLINE VALUE "DIS".
                   88  REGH-TYPE-IS-VALID   VALUE "FIN" "LIB" "DIS".
           05  REGH-PLACED-BY          PIC X(08).
           05  REGH-PLACED-DATE        PIC 9(08).
           05  REGH-RELEASE-DATE       PIC 9(08).
           05  REGH-COMMENT            PIC X(20).
