      *----------------------------------------------------------*
      *  FEEASMT.CPY                                              *
      *  RECORD LAYOUT FOR THE FEE-ASSESSMENT LEDGER FILE.         *
      *  ONE RECORD PER STUDENT PER TERM, WRITTEN BY THE           *
      *  TERM-FEE-ASSESSMENT RUN THE FIRST TIME THE STUDENT IS     *
      *  BILLED FOR THE TERM AND REWRITTEN ON EVERY LATER RUN.     *
      *  IT HOLDS WHAT THE BURSAR HAS ALREADY BEEN SENT, SO A      *
      *  LATER RUN SENDS ONLY ADJUSTMENTS FOR CLASSES ADDED OR     *
      *  DROPPED SINCE THEN INSTEAD OF A FULL REBILL.              *
      *                                                            *
      *  ASMT-TUITION IS THE FULL TUITION FOR THE CLASSES IN THE   *
      *  TABLE.  ASMT-FLAT-FEES IS ZERO WHILE THE STUDENT HOLDS    *
      *  NO CLASSES FOR THE TERM.  ASMT-NET-BILLED IS EVERY        *
      *  CHARGE LESS EVERY REFUND SENT FOR THE STUDENT AND TERM.   *
      *----------------------------------------------------------*
       01  FEE-ASSESSMENT-RECORD.
           05  ASMT-KEY.
               10  ASMT-STUDENT-ID     PIC 9(05).
               10  ASMT-TERM           PIC X(05).
           05  ASMT-FIRST-DATE         PIC 9(08).
           05  ASMT-LAST-DATE          PIC 9(08).
           05  ASMT-CREDITS            PIC 9(03).
           05  ASMT-TUITION            PIC 9(06)V99.
           05  ASMT-FLAT-FEES          PIC 9(06)V99.
           05  ASMT-NET-BILLED         PIC S9(07)V99.
           05  ASMT-CLASS-COUNT        PIC 9(02).
           05  ASMT-CLASS-TABLE OCCURS 10 TIMES.
               10  ASMT-CLASS          PIC X(10).
               10  ASMT-CLASS-CREDITS  PIC 9(02).
