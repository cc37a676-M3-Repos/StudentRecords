      *----------------------------------------------------------*
      *  BURSAR.CPY                                               *
      *  RECORD LAYOUT FOR THE BURSAR BILLING INTERFACE FILE.      *
      *  WRITTEN BY THE TERM-FEE-ASSESSMENT RUN AND SENT TO THE    *
      *  BURSAR OFFICE.  FIXED 80-BYTE RECORDS:                    *
      *    H - ONE HEADER: TERM, RUN DATE AND TIME                 *
      *    D - ONE PER CHARGE OR REFUND LINE                       *
      *    T - ONE TRAILER WITH THE CONTROL TOTALS                 *
      *  DETAIL TYPES: ASM = FIRST ASSESSMENT, ADD = CHARGE FOR    *
      *  A CLASS ADDED, DRP = REFUND FOR A CLASS DROPPED.  THE     *
      *  FEE CODE IS TUIT FOR TUITION OR THE FLAT FEE CODE.        *
      *  BURS-AMOUNT IS ALWAYS POSITIVE; BURS-DEBIT-CREDIT SAYS    *
      *  WHETHER IT IS A CHARGE (D) OR A REFUND (C).  THE          *
      *  TRAILER DEBIT AND CREDIT TOTALS ARE THE SUMS OF THE       *
      *  DETAIL AMOUNTS OF EACH KIND.                              *
      *----------------------------------------------------------*
       01  BURSAR-RECORD.
           05  BURS-RECORD-TYPE        PIC X(01).
               88  BURS-HEADER-RECORD  VALUE "H".
               88  BURS-DETAIL-RECORD  VALUE "D".
               88  BURS-TRAILER-RECORD VALUE "T".
           05  BURS-DATA               PIC X(79).
           05  BURS-HEADER REDEFINES BURS-DATA.
               10  BURS-HDR-TERM       PIC X(05).
               10  BURS-HDR-RUN-DATE   PIC 9(08).
               10  BURS-HDR-RUN-TIME   PIC 9(06).
               10  BURS-HDR-EFF-DATE   PIC 9(08).
               10  FILLER              PIC X(52).
           05  BURS-DETAIL REDEFINES BURS-DATA.
               10  BURS-STUDENT-ID     PIC 9(05).
               10  BURS-TERM           PIC X(05).
               10  BURS-TRAN-TYPE      PIC X(03).
                   88  BURS-ASSESSMENT VALUE "ASM".
                   88  BURS-ADD-CHARGE VALUE "ADD".
                   88  BURS-DROP-REFUND VALUE "DRP".
               10  BURS-FEE-CODE       PIC X(04).
               10  BURS-CREDITS        PIC 9(03).
               10  BURS-GROSS-AMOUNT   PIC 9(07)V99.
               10  BURS-REFUND-PERCENT PIC 9(03).
               10  BURS-AMOUNT         PIC 9(07)V99.
               10  BURS-DEBIT-CREDIT   PIC X(01).
                   88  BURS-DEBIT      VALUE "D".
                   88  BURS-CREDIT     VALUE "C".
               10  BURS-EFF-DATE       PIC 9(08).
               10  FILLER              PIC X(29).
           05  BURS-TRAILER REDEFINES BURS-DATA.
               10  BURS-TRL-RECORDS    PIC 9(07).
               10  BURS-TRL-STUDENTS   PIC 9(07).
               10  BURS-TRL-DEBITS     PIC 9(09)V99.
               10  BURS-TRL-CREDITS    PIC 9(09)V99.
               10  FILLER              PIC X(43).
