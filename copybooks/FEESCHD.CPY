      *----------------------------------------------------------*
      *  FEESCHD.CPY                                              *
      *  RECORD LAYOUT FOR THE FEE-SCHEDULE FILE.                  *
      *  ONE RECORD PER ACADEMIC TERM, KEPT BY                     *
      *  FEE-SCHEDULE-PROGRAM.  THE TERM CODE MUST BE ON THE       *
      *  TERM MASTER.  EACH TERM HOLDS:                            *
      *    - THE TUITION RATE PER CREDIT HOUR                      *
      *    - THE FULL-TIME CAP: TUITION IS CHARGED ON NO MORE      *
      *      THAN THIS MANY CREDIT HOURS (ZERO = NO CAP)           *
      *    - UP TO 5 FLAT FEES CHARGED ONCE PER STUDENT PER TERM   *
      *    - UP TO 5 REFUND BANDS.  A DROP ON OR BEFORE            *
      *      TERM-START-DATE IS REFUNDED IN FULL.  AFTER THAT THE  *
      *      FIRST BAND WHOSE DAY COUNT COVERS THE DAYS SINCE      *
      *      TERM-START-DATE GIVES THE PERCENT REFUNDED; A DROP    *
      *      PAST THE LAST BAND GETS NO REFUND.                    *
      *----------------------------------------------------------*
       01  FEE-SCHEDULE-RECORD.
           05  FEE-TERM                PIC X(05).
           05  FEE-CREDIT-RATE         PIC 9(04)V99.
           05  FEE-FULL-TIME-CREDITS   PIC 9(02).
           05  FEE-FLAT-COUNT          PIC 9(01).
           05  FEE-FLAT-TABLE OCCURS 5 TIMES.
               10  FEE-FLAT-CODE       PIC X(04).
               10  FEE-FLAT-AMOUNT     PIC 9(05)V99.
           05  FEE-REFUND-COUNT        PIC 9(01).
           05  FEE-REFUND-TABLE OCCURS 5 TIMES.
               10  FEE-REFUND-DAYS     PIC 9(03).
               10  FEE-REFUND-PERCENT  PIC 9(03).
