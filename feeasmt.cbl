       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-FEE-ASSESSMENT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDMAS-STATUS.

           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS CRSMAS-STATUS.

           SELECT TERM-MASTER-FILE ASSIGN TO "TRMMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TERM-CODE
               FILE STATUS IS TRMMAS-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FEE-TERM
               FILE STATUS IS FEESCHD-STATUS.

           SELECT FEE-ASSESSMENT-FILE ASSIGN TO "FEEASMT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ASMT-KEY
               FILE STATUS IS FEEASMT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT BURSAR-FILE ASSIGN TO "BURSAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BURSAR-STATUS.

           SELECT REGISTER-REPORT-FILE ASSIGN TO "FEERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEERPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCTL-PROGRAM
               FILE STATUS IS RUNCTL-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 29 TO 189 CHARACTERS
               DEPENDING ON ENROLLMENT-COUNT.
           COPY STUDMAS.

       FD  COURSE-CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CRSMAS.

       FD  TERM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRMMAS.

       FD  FEE-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FEESCHD.

       FD  FEE-ASSESSMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FEEASMT.

       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       FD  BURSAR-FILE
           LABEL RECORDS ARE OMITTED.
           COPY BURSAR.

       FD  REGISTER-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REGISTER-LINE PIC X(80).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  RUN-LOG-FILE
           LABEL RECORDS ARE OMITTED.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01  RUNCTL-STATUS PIC X(02).
           88 RUNCTL-OK        VALUE "00".
           88 RUNCTL-NOT-FOUND VALUE "35".

       01  RUNLOG-STATUS PIC X(02).
           88 RUNLOG-OK        VALUE "00".

       01  RUN-PROGRAM-NAME PIC X(24) VALUE "TERM-FEE-ASSESSMENT".

       01  STUDMAS-STATUS PIC X(02).
           88 STUDMAS-OK       VALUE "00".

       01  CRSMAS-STATUS PIC X(02).
           88 CRSMAS-OK        VALUE "00".

       01  TRMMAS-STATUS PIC X(02).
           88 TRMMAS-OK        VALUE "00".

       01  FEESCHD-STATUS PIC X(02).
           88 FEESCHD-OK       VALUE "00".

       01  FEEASMT-STATUS PIC X(02).
           88 FEEASMT-OK        VALUE "00".
           88 FEEASMT-NOT-FOUND VALUE "35".

       01  AUDIT-STATUS PIC X(02).
           88 AUDIT-OK         VALUE "00".

       01  BURSAR-STATUS PIC X(02).
           88 BURSAR-OK        VALUE "00".

       01  FEERPT-STATUS PIC X(02).
           88 FEERPT-OK        VALUE "00".

       01  MASTER-EOF-SWITCH PIC X(01) VALUE "N".
           88 MASTER-EOF        VALUE "Y".

       01  AUDIT-EOF-SWITCH PIC X(01) VALUE "N".
           88 AUDIT-EOF         VALUE "Y".

       01  CLASS-REMOVED-SWITCH PIC X(01) VALUE "N".
           88 CLASS-WAS-REMOVED VALUE "Y".

       01  DROP-FOUND-SWITCH PIC X(01) VALUE "N".
           88 DROP-WAS-FOUND    VALUE "Y".

       01  DROP-TABLE-FULL-SWITCH PIC X(01) VALUE "N".
           88 DROP-TABLE-IS-FULL VALUE "Y".

       01  LEDGER-FOUND-SWITCH PIC X(01) VALUE "N".
           88 LEDGER-WAS-FOUND  VALUE "Y".

       01  LEDGER-OK-SWITCH PIC X(01) VALUE "N".
           88 LEDGER-WAS-UPDATED VALUE "Y".

       01  CLASS-FOUND-SWITCH PIC X(01) VALUE "N".
           88 CLASS-WAS-FOUND   VALUE "Y".

       01  BAND-FOUND-SWITCH PIC X(01) VALUE "N".
           88 BAND-WAS-FOUND    VALUE "Y".

       01  ENROLLMENT-INDEX PIC 9(02).
       01  CURRENT-INDEX    PIC 9(02).
       01  LEDGER-INDEX     PIC 9(02).
       01  FLAT-INDEX       PIC 9(01).
       01  REFUND-INDEX     PIC 9(01).
       01  PENDING-INDEX    PIC 9(02).
       01  CHANGED-COUNT    PIC 9(02).
       01  BEFORE-INDEX     PIC 9(02).
       01  AFTER-INDEX      PIC 9(02).
       01  DROP-INDEX       PIC 9(04).
       01  FOUND-DROP-INDEX PIC 9(04).

       01  ASSESS-TERM-INPUT PIC X(05).
       01  ASSESS-TERM       PIC X(05).
       01  ASSESS-START-DATE PIC 9(08).

       01  EFFECTIVE-DATE-INPUT PIC X(08).
       01  EFFECTIVE-DATE       PIC 9(08).
       01  RUN-DATE             PIC 9(08).
       01  RUN-TIME             PIC 9(06).

       01  DATE-WORK PIC 9(08).
       01  DATE-WORK-PARTS REDEFINES DATE-WORK.
           05  DW-YEAR  PIC 9(04).
           05  DW-MONTH PIC 9(02).
           05  DW-DAY   PIC 9(02).

       01  DAY-COUNT-WORK.
           05  CALC-YEAR     PIC 9(04).
           05  CALC-MONTH    PIC 9(02).
           05  CALC-PART     PIC 9(07).
           05  DAY-NUMBER    PIC 9(07).
           05  START-DAY-NUMBER PIC 9(07).
           05  DAYS-AFTER-START PIC 9(05).

       01  REFUND-PERCENT PIC 9(03).
       01  DROP-DATE      PIC 9(08).
       01  DROP-LOOKUP-ID PIC 9(05).

      *    LATEST DATE EACH STUDENT LOST A CLASS FOR THE TERM BEING
      *    ASSESSED, TAKEN FROM THE UPDATE AND WITHDR AUDIT RECORDS.
       01  DROP-DATE-AREA.
           05  DROP-COUNT PIC 9(04) VALUE ZERO.
           05  DROP-ENTRY OCCURS 5000 TIMES.
               10  DRP-STUDENT-ID PIC 9(05).
               10  DRP-DATE       PIC 9(08).

       01  BEFORE-STUDENT-AREA.
           05  BEF-STUDENT-ID          PIC X(05).
           05  BEF-FIRST-NAME          PIC X(10).
           05  BEF-LAST-NAME           PIC X(10).
           05  BEF-STATUS              PIC X(01).
           05  BEF-STANDING            PIC X(01).
           05  BEF-ENROLLMENT-COUNT    PIC 9(02).
           05  BEF-ENROLLMENT-TABLE OCCURS 10 TIMES.
               10  BEF-CLASS           PIC X(10).
               10  BEF-GRADE           PIC X(01).
               10  BEF-TERM            PIC X(05).

       01  AFTER-STUDENT-AREA.
           05  AFT-STUDENT-ID          PIC X(05).
           05  AFT-FIRST-NAME          PIC X(10).
           05  AFT-LAST-NAME           PIC X(10).
           05  AFT-STATUS              PIC X(01).
           05  AFT-STANDING            PIC X(01).
           05  AFT-ENROLLMENT-COUNT    PIC 9(02).
           05  AFT-ENROLLMENT-TABLE OCCURS 10 TIMES.
               10  AFT-CLASS           PIC X(10).
               10  AFT-GRADE           PIC X(01).
               10  AFT-TERM            PIC X(05).

       01  CURRENT-CLASS-AREA.
           05  CURRENT-COUNT   PIC 9(02).
           05  CURRENT-CREDITS PIC 9(03).
           05  CURRENT-ENTRY OCCURS 10 TIMES.
               10  CUR-CLASS         PIC X(10).
               10  CUR-CLASS-CREDITS PIC 9(02).

       01  ASSESSMENT-WORK.
           05  ADDED-CREDITS    PIC 9(03).
           05  DROPPED-CREDITS  PIC 9(03).
           05  PEAK-CREDITS     PIC 9(03).
           05  BILL-CREDITS     PIC 9(03).
           05  TUITION-WORK     PIC 9(07)V99.
           05  OLD-TUITION      PIC 9(07)V99.
           05  PEAK-TUITION     PIC 9(07)V99.
           05  NEW-TUITION      PIC 9(07)V99.
           05  NEW-FLAT-FEES    PIC 9(07)V99.
           05  GROSS-WORK       PIC 9(07)V99.
           05  REFUND-WORK      PIC 9(09)V99.
           05  STUDENT-DEBITS   PIC 9(07)V99.
           05  STUDENT-CREDITS  PIC 9(07)V99.

       01  PENDING-DETAIL-AREA.
           05  PENDING-COUNT PIC 9(02).
           05  PENDING-ENTRY OCCURS 12 TIMES.
               10  PND-TRAN-TYPE      PIC X(03).
               10  PND-FEE-CODE       PIC X(04).
               10  PND-CREDITS        PIC 9(03).
               10  PND-GROSS-AMOUNT   PIC 9(07)V99.
               10  PND-REFUND-PERCENT PIC 9(03).
               10  PND-AMOUNT         PIC 9(07)V99.
               10  PND-DEBIT-CREDIT   PIC X(01).
               10  PND-EFF-DATE       PIC 9(08).

       01  PEND-TRAN-TYPE      PIC X(03).
       01  PEND-FEE-CODE       PIC X(04).
       01  PEND-CREDITS        PIC 9(03).
       01  PEND-GROSS-AMOUNT   PIC 9(07)V99.
       01  PEND-REFUND-PERCENT PIC 9(03).
       01  PEND-AMOUNT         PIC 9(07)V99.
       01  PEND-DEBIT-CREDIT   PIC X(01).

       01  TIME-OF-DAY.
           05  TOD-HHMMSS      PIC 9(06).
           05  TOD-HUNDREDTHS  PIC 9(02).

       01  ASSESSMENT-COUNTERS.
           05  READ-COUNT        PIC 9(05) VALUE ZERO.
           05  FIRST-COUNT       PIC 9(05) VALUE ZERO.
           05  ADJUSTED-COUNT    PIC 9(05) VALUE ZERO.
           05  UNCHANGED-COUNT   PIC 9(05) VALUE ZERO.
           05  NO-CATALOG-COUNT  PIC 9(05) VALUE ZERO.
           05  LEDGER-ERROR-COUNT PIC 9(05) VALUE ZERO.

       01  INTERFACE-TOTALS.
           05  BURS-DETAIL-COUNT  PIC 9(07) VALUE ZERO.
           05  BURS-STUDENT-COUNT PIC 9(07) VALUE ZERO.
           05  BURS-DEBIT-TOTAL   PIC 9(09)V99 VALUE ZERO.
           05  BURS-CREDIT-TOTAL  PIC 9(09)V99 VALUE ZERO.

       01  REGISTER-TOTALS.
           05  REG-LINE-COUNT     PIC 9(07) VALUE ZERO.
           05  REG-DEBIT-TOTAL    PIC 9(09)V99 VALUE ZERO.
           05  REG-CREDIT-TOTAL   PIC 9(09)V99 VALUE ZERO.
           05  REG-NET-TOTAL      PIC S9(09)V99 VALUE ZERO.

       01  HEADING-LINE.
           05  FILLER PIC X(80)
               VALUE "TERM FEE ASSESSMENT REGISTER".

       01  TERM-LINE.
           05  FILLER PIC X(24) VALUE "TERM ASSESSED:          ".
           05  TRM-TERM PIC X(05).
           05  FILLER PIC X(51) VALUE SPACES.

       01  EFFECTIVE-LINE.
           05  FILLER PIC X(24) VALUE "EFFECTIVE DATE:         ".
           05  EFF-DATE PIC 9(08).
           05  FILLER PIC X(48) VALUE SPACES.

       01  START-LINE.
           05  FILLER PIC X(24) VALUE "TERM START DATE:        ".
           05  STL-DATE PIC 9(08).
           05  FILLER PIC X(48) VALUE SPACES.

       01  REFUND-LINE.
           05  FILLER PIC X(24) VALUE "NO-AUDIT REFUND PERCENT:".
           05  RFL-PERCENT PIC ZZ9.
           05  FILLER PIC X(53) VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER PIC X(07) VALUE "ID".
           05  FILLER PIC X(12) VALUE "LAST NAME".
           05  FILLER PIC X(05) VALUE "TYPE".
           05  FILLER PIC X(06) VALUE "FEE".
           05  FILLER PIC X(05) VALUE "CR".
           05  FILLER PIC X(12) VALUE "     GROSS".
           05  FILLER PIC X(05) VALUE "PCT".
           05  FILLER PIC X(12) VALUE "    AMOUNT".
           05  FILLER PIC X(16) VALUE "DR/CR".

       01  DETAIL-LINE.
           05  DTL-STUDENT-ID   PIC 9(05).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-LAST-NAME    PIC X(10).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-TRAN-TYPE    PIC X(03).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-FEE-CODE     PIC X(04).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-CREDITS      PIC ZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-GROSS        PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-PERCENT      PIC ZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-AMOUNT       PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-DEBIT-CREDIT PIC X(01).
           05  FILLER           PIC X(15) VALUE SPACES.

       01  LEDGER-ERROR-LINE.
           05  LEL-STUDENT-ID   PIC 9(05).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  LEL-LAST-NAME    PIC X(10).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(61)
               VALUE "*** LEDGER UPDATE FAILED - NOTHING SENT ***".

       01  TOTAL-LINE-1.
           05  FILLER PIC X(24) VALUE "STUDENTS READ:          ".
           05  TOT-READ       PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER PIC X(24) VALUE "FIRST ASSESSMENTS:      ".
           05  TOT-FIRST      PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-3.
           05  FILLER PIC X(24) VALUE "STUDENTS ADJUSTED:      ".
           05  TOT-ADJUSTED   PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-4.
           05  FILLER PIC X(24) VALUE "UNCHANGED SINCE LAST:   ".
           05  TOT-UNCHANGED  PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-5.
           05  FILLER PIC X(24) VALUE "CLASSES NOT ON CATALOG: ".
           05  TOT-NO-CATALOG PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-6.
           05  FILLER PIC X(24) VALUE "LEDGER UPDATE FAILURES: ".
           05  TOT-LEDGER-ERRORS PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  AMOUNT-LINE-1.
           05  FILLER PIC X(24) VALUE "REGISTER LINES:         ".
           05  AML-LINES      PIC ZZZZZZ9.
           05  FILLER PIC X(49) VALUE SPACES.

       01  AMOUNT-LINE-2.
           05  FILLER PIC X(24) VALUE "REGISTER CHARGES:       ".
           05  AML-DEBITS     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(42) VALUE SPACES.

       01  AMOUNT-LINE-3.
           05  FILLER PIC X(24) VALUE "REGISTER REFUNDS:       ".
           05  AML-CREDITS    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(42) VALUE SPACES.

       01  AMOUNT-LINE-4.
           05  FILLER PIC X(24) VALUE "REGISTER NET BILLED:    ".
           05  AML-NET        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER PIC X(41) VALUE SPACES.

       01  TRAILER-LINE-1.
           05  FILLER PIC X(24) VALUE "INTERFACE DETAILS:      ".
           05  TRL-RECORDS    PIC ZZZZZZ9.
           05  FILLER PIC X(49) VALUE SPACES.

       01  TRAILER-LINE-2.
           05  FILLER PIC X(24) VALUE "INTERFACE STUDENTS:     ".
           05  TRL-STUDENTS   PIC ZZZZZZ9.
           05  FILLER PIC X(49) VALUE SPACES.

       01  TRAILER-LINE-3.
           05  FILLER PIC X(24) VALUE "INTERFACE DEBITS:       ".
           05  TRL-DEBITS     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(42) VALUE SPACES.

       01  TRAILER-LINE-4.
           05  FILLER PIC X(24) VALUE "INTERFACE CREDITS:      ".
           05  TRL-CREDITS    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(42) VALUE SPACES.

       01  BALANCED-LINE.
           05  FILLER PIC X(80)
               VALUE "REGISTER BALANCES TO BURSAR INTERFACE TRAILER".

       01  OUT-OF-BALANCE-LINE.
           05  FILLER PIC X(80)
               VALUE "*** REGISTER OUT OF BALANCE WITH BURSAR FILE ***".

       01  SEPARATOR-LINE.
           05  FILLER PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN.
           PERFORM GET-ASSESSMENT-TERM
           PERFORM LOAD-TERM-DATES
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM GET-EFFECTIVE-DATE
           MOVE EFFECTIVE-DATE TO DROP-DATE
           PERFORM FIND-REFUND-PERCENT
           PERFORM LOAD-DROP-DATES
           PERFORM REGISTER-RUN
           OPEN INPUT STUDENT-MASTER-FILE
           IF NOT STUDMAS-OK
               DISPLAY "*** UNABLE TO OPEN STUDENT-MASTER-FILE ***"
               MOVE 12 TO RETURN-CODE
               PERFORM RELEASE-RUN
               GOBACK
           END-IF
           OPEN INPUT COURSE-CATALOG-FILE
           IF NOT CRSMAS-OK
               DISPLAY "*** UNABLE TO OPEN COURSE-CATALOG-FILE ***"
               CLOSE STUDENT-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM RELEASE-RUN
               GOBACK
           END-IF
           PERFORM OPEN-FEE-ASSESSMENT-FILE
           OPEN OUTPUT BURSAR-FILE
           OPEN OUTPUT REGISTER-REPORT-FILE
           PERFORM WRITE-HEADER-RECORD
           PERFORM PRINT-REGISTER-HEADINGS
           PERFORM READ-STUDENT-MASTER
           PERFORM ASSESS-STUDENT UNTIL MASTER-EOF
           PERFORM WRITE-TRAILER-RECORD
           PERFORM PRINT-REGISTER-TOTALS
           PERFORM CHECK-REGISTER-BALANCE
           CLOSE STUDENT-MASTER-FILE
           CLOSE COURSE-CATALOG-FILE
           CLOSE FEE-ASSESSMENT-FILE
           CLOSE BURSAR-FILE
           CLOSE REGISTER-REPORT-FILE
           DISPLAY "FIRST ASSESSMENTS:     " FIRST-COUNT
           DISPLAY "STUDENTS ADJUSTED:     " ADJUSTED-COUNT
           DISPLAY "BURSAR DETAIL RECORDS: " BURS-DETAIL-COUNT
           PERFORM RELEASE-RUN
           GOBACK.

       GET-ASSESSMENT-TERM.
           DISPLAY "TERM TO ASSESS (E.G. 2026F): "
               WITH NO ADVANCING
           ACCEPT ASSESS-TERM-INPUT
           IF ASSESS-TERM-INPUT = SPACES
               DISPLAY "*** TERM MUST NOT BE BLANK ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ASSESS-TERM-INPUT TO ASSESS-TERM.

       LOAD-TERM-DATES.
           OPEN INPUT TERM-MASTER-FILE
           IF NOT TRMMAS-OK
               DISPLAY "*** UNABLE TO OPEN TERM-MASTER-FILE ***"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ASSESS-TERM TO TERM-CODE
           READ TERM-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** TERM NOT ON TERM MASTER ***"
                   CLOSE TERM-MASTER-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE TERM-START-DATE TO ASSESS-START-DATE
           CLOSE TERM-MASTER-FILE.

       LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE
           IF NOT FEESCHD-OK
               DISPLAY "*** UNABLE TO OPEN FEE-SCHEDULE-FILE ***"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ASSESS-TERM TO FEE-TERM
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   DISPLAY "*** NO FEE SCHEDULE FOR TERM ***"
                   DISPLAY "*** ADD ONE WITH FEE-SCHEDULE-PROGRAM ***"
                   CLOSE FEE-SCHEDULE-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ
           CLOSE FEE-SCHEDULE-FILE.

       GET-EFFECTIVE-DATE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT TIME-OF-DAY FROM TIME
           MOVE TOD-HHMMSS TO RUN-TIME
           DISPLAY "DROP EFFECTIVE DATE (YYYYMMDD, BLANK FOR TODAY): "
               WITH NO ADVANCING
           ACCEPT EFFECTIVE-DATE-INPUT
           IF EFFECTIVE-DATE-INPUT = SPACES
               MOVE RUN-DATE TO EFFECTIVE-DATE
           ELSE
               IF EFFECTIVE-DATE-INPUT IS NOT NUMERIC
                   DISPLAY "*** DATE MUST BE NUMERIC YYYYMMDD ***"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE EFFECTIVE-DATE-INPUT TO EFFECTIVE-DATE
           END-IF
           MOVE EFFECTIVE-DATE TO DATE-WORK
           IF DW-MONTH < 1 OR DW-MONTH > 12
              OR DW-DAY < 1 OR DW-DAY > 31
               DISPLAY "*** EFFECTIVE DATE IS NOT A VALID DATE ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       FIND-REFUND-PERCENT.
           MOVE ZERO TO DAYS-AFTER-START
           IF DROP-DATE NOT > ASSESS-START-DATE
               MOVE 100 TO REFUND-PERCENT
           ELSE
               MOVE ASSESS-START-DATE TO DATE-WORK
               PERFORM COMPUTE-DAY-NUMBER
               MOVE DAY-NUMBER TO START-DAY-NUMBER
               MOVE DROP-DATE TO DATE-WORK
               PERFORM COMPUTE-DAY-NUMBER
               SUBTRACT START-DAY-NUMBER FROM DAY-NUMBER
                   GIVING DAYS-AFTER-START
               MOVE ZERO TO REFUND-PERCENT
               MOVE "N" TO BAND-FOUND-SWITCH
               PERFORM MATCH-ONE-REFUND-BAND
                   VARYING REFUND-INDEX FROM 1 BY 1
                   UNTIL REFUND-INDEX > FEE-REFUND-COUNT
                      OR BAND-WAS-FOUND
           END-IF.

       MATCH-ONE-REFUND-BAND.
           IF DAYS-AFTER-START NOT > FEE-REFUND-DAYS(REFUND-INDEX)
               MOVE FEE-REFUND-PERCENT(REFUND-INDEX) TO REFUND-PERCENT
               MOVE "Y" TO BAND-FOUND-SWITCH
           END-IF.

       LOAD-DROP-DATES.
           OPEN INPUT AUDIT-FILE
           IF NOT AUDIT-OK
               DISPLAY "*** UNABLE TO OPEN AUDIT-FILE ***"
               DISPLAY "*** DROPS WILL USE THE EFFECTIVE DATE ***"
           ELSE
               PERFORM READ-AUDIT-FILE
               PERFORM NOTE-ONE-AUDIT-RECORD UNTIL AUDIT-EOF
               CLOSE AUDIT-FILE
               IF DROP-TABLE-IS-FULL
                   DISPLAY "*** DROP DATE TABLE FULL - SOME DROPS"
                       " WILL USE THE EFFECTIVE DATE ***"
               END-IF
           END-IF.

       READ-AUDIT-FILE.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO AUDIT-EOF-SWITCH
           END-READ.

       NOTE-ONE-AUDIT-RECORD.
           IF AUDIT-ACTION-UPDATE OR AUDIT-ACTION-WITHDRAW
               MOVE AUDIT-BEFORE-IMAGE TO BEFORE-STUDENT-AREA
               MOVE AUDIT-AFTER-IMAGE  TO AFTER-STUDENT-AREA
               MOVE "N" TO CLASS-REMOVED-SWITCH
               IF BEF-ENROLLMENT-COUNT IS NUMERIC
                  AND AFT-ENROLLMENT-COUNT IS NUMERIC
                   PERFORM CHECK-ONE-BEFORE-CLASS
                       VARYING BEFORE-INDEX FROM 1 BY 1
                       UNTIL BEFORE-INDEX > BEF-ENROLLMENT-COUNT
                          OR BEFORE-INDEX > 10
                          OR CLASS-WAS-REMOVED
               END-IF
               IF CLASS-WAS-REMOVED
                   PERFORM KEEP-LATEST-DROP-DATE
               END-IF
           END-IF
           PERFORM READ-AUDIT-FILE.

       CHECK-ONE-BEFORE-CLASS.
           IF BEF-TERM(BEFORE-INDEX) = ASSESS-TERM
               IF AUDIT-ACTION-WITHDRAW
                   MOVE "Y" TO CLASS-REMOVED-SWITCH
               ELSE
                   MOVE "N" TO CLASS-FOUND-SWITCH
                   PERFORM MATCH-ONE-AFTER-CLASS
                       VARYING AFTER-INDEX FROM 1 BY 1
                       UNTIL AFTER-INDEX > AFT-ENROLLMENT-COUNT
                          OR AFTER-INDEX > 10
                          OR CLASS-WAS-FOUND
                   IF NOT CLASS-WAS-FOUND
                       MOVE "Y" TO CLASS-REMOVED-SWITCH
                   END-IF
               END-IF
           END-IF.

       MATCH-ONE-AFTER-CLASS.
           IF AFT-CLASS(AFTER-INDEX) = BEF-CLASS(BEFORE-INDEX)
              AND AFT-TERM(AFTER-INDEX) = BEF-TERM(BEFORE-INDEX)
               MOVE "Y" TO CLASS-FOUND-SWITCH
           END-IF.

       KEEP-LATEST-DROP-DATE.
           MOVE AUDIT-STUDENT-ID TO DROP-LOOKUP-ID
           PERFORM FIND-DROP-ENTRY
           IF DROP-WAS-FOUND
               IF AUDIT-DATE > DRP-DATE(FOUND-DROP-INDEX)
                   MOVE AUDIT-DATE TO DRP-DATE(FOUND-DROP-INDEX)
               END-IF
           ELSE
               IF DROP-COUNT = 5000
                   MOVE "Y" TO DROP-TABLE-FULL-SWITCH
               ELSE
                   ADD 1 TO DROP-COUNT
                   MOVE AUDIT-STUDENT-ID TO DRP-STUDENT-ID(DROP-COUNT)
                   MOVE AUDIT-DATE       TO DRP-DATE(DROP-COUNT)
               END-IF
           END-IF.

       FIND-DROP-ENTRY.
           MOVE "N" TO DROP-FOUND-SWITCH
           PERFORM MATCH-ONE-DROP-ENTRY
               VARYING DROP-INDEX FROM 1 BY 1
               UNTIL DROP-INDEX > DROP-COUNT
                  OR DROP-WAS-FOUND.

       MATCH-ONE-DROP-ENTRY.
           IF DRP-STUDENT-ID(DROP-INDEX) = DROP-LOOKUP-ID
               MOVE "Y" TO DROP-FOUND-SWITCH
               MOVE DROP-INDEX TO FOUND-DROP-INDEX
           END-IF.

       SET-STUDENT-DROP-DATE.
           MOVE EFFECTIVE-DATE TO DROP-DATE
           MOVE STUDENT-ID TO DROP-LOOKUP-ID
           PERFORM FIND-DROP-ENTRY
           IF DROP-WAS-FOUND
               IF DRP-DATE(FOUND-DROP-INDEX) NOT < ASMT-LAST-DATE
                   MOVE DRP-DATE(FOUND-DROP-INDEX) TO DROP-DATE
               END-IF
           END-IF
           PERFORM FIND-REFUND-PERCENT.

       COMPUTE-DAY-NUMBER.
           IF DW-MONTH < 3
               SUBTRACT 1 FROM DW-YEAR GIVING CALC-YEAR
               ADD 9 TO DW-MONTH GIVING CALC-MONTH
           ELSE
               MOVE DW-YEAR TO CALC-YEAR
               SUBTRACT 3 FROM DW-MONTH GIVING CALC-MONTH
           END-IF
           MULTIPLY CALC-YEAR BY 365 GIVING DAY-NUMBER
           DIVIDE CALC-YEAR BY 4 GIVING CALC-PART
           ADD CALC-PART TO DAY-NUMBER
           DIVIDE CALC-YEAR BY 100 GIVING CALC-PART
           SUBTRACT CALC-PART FROM DAY-NUMBER
           DIVIDE CALC-YEAR BY 400 GIVING CALC-PART
           ADD CALC-PART TO DAY-NUMBER
           MULTIPLY CALC-MONTH BY 153 GIVING CALC-PART
           ADD 2 TO CALC-PART
           DIVIDE CALC-PART BY 5 GIVING CALC-PART
           ADD CALC-PART TO DAY-NUMBER
           ADD DW-DAY TO DAY-NUMBER.

       OPEN-FEE-ASSESSMENT-FILE.
           OPEN I-O FEE-ASSESSMENT-FILE
           IF FEEASMT-NOT-FOUND
               OPEN OUTPUT FEE-ASSESSMENT-FILE
               CLOSE FEE-ASSESSMENT-FILE
               OPEN I-O FEE-ASSESSMENT-FILE
           END-IF
           IF NOT FEEASMT-OK
               DISPLAY "*** UNABLE TO OPEN FEE-ASSESSMENT-FILE ***"
               CLOSE STUDENT-MASTER-FILE
               CLOSE COURSE-CATALOG-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM RELEASE-RUN
               GOBACK
           END-IF.

       WRITE-HEADER-RECORD.
           MOVE SPACES TO BURSAR-RECORD
           MOVE "H" TO BURS-RECORD-TYPE
           MOVE ASSESS-TERM    TO BURS-HDR-TERM
           MOVE RUN-DATE       TO BURS-HDR-RUN-DATE
           MOVE RUN-TIME       TO BURS-HDR-RUN-TIME
           MOVE EFFECTIVE-DATE TO BURS-HDR-EFF-DATE
           WRITE BURSAR-RECORD.

       PRINT-REGISTER-HEADINGS.
           WRITE REGISTER-LINE FROM HEADING-LINE
           MOVE ASSESS-TERM TO TRM-TERM
           WRITE REGISTER-LINE FROM TERM-LINE
           MOVE ASSESS-START-DATE TO STL-DATE
           WRITE REGISTER-LINE FROM START-LINE
           MOVE EFFECTIVE-DATE TO EFF-DATE
           WRITE REGISTER-LINE FROM EFFECTIVE-LINE
           MOVE REFUND-PERCENT TO RFL-PERCENT
           WRITE REGISTER-LINE FROM REFUND-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM COLUMN-HEADING-LINE.

       READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE "Y" TO MASTER-EOF-SWITCH
           END-READ
           IF NOT MASTER-EOF
               ADD 1 TO READ-COUNT
           END-IF.

       ASSESS-STUDENT.
           PERFORM LOAD-CURRENT-CLASSES
           MOVE ZERO TO PENDING-COUNT
           MOVE STUDENT-ID  TO ASMT-STUDENT-ID
           MOVE ASSESS-TERM TO ASMT-TERM
           READ FEE-ASSESSMENT-FILE
               INVALID KEY
                   MOVE "N" TO LEDGER-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO LEDGER-FOUND-SWITCH
           END-READ
           IF LEDGER-WAS-FOUND
               PERFORM ASSESS-ADJUSTMENTS
           ELSE
               IF CURRENT-COUNT > ZERO
                   PERFORM ASSESS-FIRST-TIME
               END-IF
           END-IF
           PERFORM READ-STUDENT-MASTER.

       LOAD-CURRENT-CLASSES.
           MOVE ZERO TO CURRENT-COUNT
           MOVE ZERO TO CURRENT-CREDITS
           IF STUDENT-ACTIVE
               PERFORM LOAD-ONE-CURRENT-CLASS
                   VARYING ENROLLMENT-INDEX FROM 1 BY 1
                   UNTIL ENROLLMENT-INDEX > ENROLLMENT-COUNT
           END-IF.

       LOAD-ONE-CURRENT-CLASS.
           IF STUDENT-TERM(ENROLLMENT-INDEX) = ASSESS-TERM
               ADD 1 TO CURRENT-COUNT
               MOVE STUDENT-CLASS(ENROLLMENT-INDEX)
                   TO CUR-CLASS(CURRENT-COUNT)
               MOVE STUDENT-CLASS(ENROLLMENT-INDEX) TO COURSE-CODE
               READ COURSE-CATALOG-FILE
                   INVALID KEY
                       MOVE ZERO TO CUR-CLASS-CREDITS(CURRENT-COUNT)
                       ADD 1 TO NO-CATALOG-COUNT
                   NOT INVALID KEY
                       MOVE COURSE-CREDITS
                           TO CUR-CLASS-CREDITS(CURRENT-COUNT)
               END-READ
               ADD CUR-CLASS-CREDITS(CURRENT-COUNT) TO CURRENT-CREDITS
           END-IF.

       ASSESS-FIRST-TIME.
           MOVE CURRENT-CREDITS TO BILL-CREDITS
           PERFORM COMPUTE-TUITION
           MOVE TUITION-WORK TO NEW-TUITION
           MOVE "ASM"           TO PEND-TRAN-TYPE
           MOVE "TUIT"          TO PEND-FEE-CODE
           MOVE CURRENT-CREDITS TO PEND-CREDITS
           MOVE NEW-TUITION     TO PEND-GROSS-AMOUNT
           MOVE ZERO            TO PEND-REFUND-PERCENT
           MOVE NEW-TUITION     TO PEND-AMOUNT
           MOVE "D"             TO PEND-DEBIT-CREDIT
           PERFORM ADD-PENDING-DETAIL
           PERFORM CHARGE-FLAT-FEES
           MOVE STUDENT-ID  TO ASMT-STUDENT-ID
           MOVE ASSESS-TERM TO ASMT-TERM
           MOVE RUN-DATE    TO ASMT-FIRST-DATE
           MOVE ZERO        TO ASMT-FLAT-FEES
           MOVE ZERO        TO ASMT-NET-BILLED
           PERFORM BUILD-LEDGER-RECORD
           WRITE FEE-ASSESSMENT-RECORD
               INVALID KEY
                   MOVE "N" TO LEDGER-OK-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO LEDGER-OK-SWITCH
           END-WRITE
           IF LEDGER-WAS-UPDATED
               ADD 1 TO FIRST-COUNT
           END-IF
           PERFORM SEND-PENDING-DETAILS.

       ASSESS-ADJUSTMENTS.
           PERFORM SET-STUDENT-DROP-DATE
           MOVE ZERO TO ADDED-CREDITS
           MOVE ZERO TO DROPPED-CREDITS
           MOVE ZERO TO CHANGED-COUNT
           PERFORM FIND-ONE-ADDED-CLASS
               VARYING CURRENT-INDEX FROM 1 BY 1
               UNTIL CURRENT-INDEX > CURRENT-COUNT
           PERFORM FIND-ONE-DROPPED-CLASS
               VARYING LEDGER-INDEX FROM 1 BY 1
               UNTIL LEDGER-INDEX > ASMT-CLASS-COUNT
           IF CHANGED-COUNT = ZERO
               IF (ASMT-FLAT-FEES = ZERO AND CURRENT-COUNT > ZERO
                   AND FEE-FLAT-COUNT > ZERO)
                  OR (ASMT-FLAT-FEES > ZERO AND CURRENT-COUNT = ZERO)
                   PERFORM ADJUST-STUDENT-CHARGES
               ELSE
                   ADD 1 TO UNCHANGED-COUNT
               END-IF
           ELSE
               PERFORM ADJUST-STUDENT-CHARGES
           END-IF.

       FIND-ONE-ADDED-CLASS.
           MOVE "N" TO CLASS-FOUND-SWITCH
           PERFORM MATCH-LEDGER-CLASS
               VARYING LEDGER-INDEX FROM 1 BY 1
               UNTIL LEDGER-INDEX > ASMT-CLASS-COUNT
                  OR CLASS-WAS-FOUND
           IF NOT CLASS-WAS-FOUND
               ADD CUR-CLASS-CREDITS(CURRENT-INDEX) TO ADDED-CREDITS
               ADD 1 TO CHANGED-COUNT
           END-IF.

       MATCH-LEDGER-CLASS.
           IF ASMT-CLASS(LEDGER-INDEX) = CUR-CLASS(CURRENT-INDEX)
               MOVE "Y" TO CLASS-FOUND-SWITCH
           END-IF.

       FIND-ONE-DROPPED-CLASS.
           MOVE "N" TO CLASS-FOUND-SWITCH
           PERFORM MATCH-CURRENT-CLASS
               VARYING CURRENT-INDEX FROM 1 BY 1
               UNTIL CURRENT-INDEX > CURRENT-COUNT
                  OR CLASS-WAS-FOUND
           IF NOT CLASS-WAS-FOUND
               ADD ASMT-CLASS-CREDITS(LEDGER-INDEX) TO DROPPED-CREDITS
               ADD 1 TO CHANGED-COUNT
           END-IF.

       MATCH-CURRENT-CLASS.
           IF CUR-CLASS(CURRENT-INDEX) = ASMT-CLASS(LEDGER-INDEX)
               MOVE "Y" TO CLASS-FOUND-SWITCH
           END-IF.

       ADJUST-STUDENT-CHARGES.
           MOVE ZERO TO NEW-FLAT-FEES
           MOVE ASMT-TUITION TO OLD-TUITION
           ADD ASMT-CREDITS ADDED-CREDITS GIVING PEAK-CREDITS
           MOVE PEAK-CREDITS TO BILL-CREDITS
           PERFORM COMPUTE-TUITION
           MOVE TUITION-WORK TO PEAK-TUITION
           MOVE CURRENT-CREDITS TO BILL-CREDITS
           PERFORM COMPUTE-TUITION
           MOVE TUITION-WORK TO NEW-TUITION
           IF PEAK-TUITION > OLD-TUITION
               MOVE "ADD"         TO PEND-TRAN-TYPE
               MOVE "TUIT"        TO PEND-FEE-CODE
               MOVE ADDED-CREDITS TO PEND-CREDITS
               SUBTRACT OLD-TUITION FROM PEAK-TUITION
                   GIVING PEND-GROSS-AMOUNT
               MOVE ZERO          TO PEND-REFUND-PERCENT
               MOVE PEND-GROSS-AMOUNT TO PEND-AMOUNT
               MOVE "D"           TO PEND-DEBIT-CREDIT
               PERFORM ADD-PENDING-DETAIL
           END-IF
           IF DROPPED-CREDITS > ZERO
              AND PEAK-TUITION > NEW-TUITION
               MOVE "TUIT"          TO PEND-FEE-CODE
               MOVE DROPPED-CREDITS TO PEND-CREDITS
               SUBTRACT NEW-TUITION FROM PEAK-TUITION
                   GIVING GROSS-WORK
               PERFORM QUEUE-REFUND
           END-IF
           IF ASMT-FLAT-FEES = ZERO AND CURRENT-COUNT > ZERO
               MOVE "ADD" TO PEND-TRAN-TYPE
               PERFORM CHARGE-FLAT-FEES
           END-IF
           IF ASMT-FLAT-FEES > ZERO AND CURRENT-COUNT = ZERO
               PERFORM REFUND-FLAT-FEES
           END-IF
           PERFORM BUILD-LEDGER-RECORD
           REWRITE FEE-ASSESSMENT-RECORD
               INVALID KEY
                   MOVE "N" TO LEDGER-OK-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO LEDGER-OK-SWITCH
           END-REWRITE
           IF LEDGER-WAS-UPDATED
               ADD 1 TO ADJUSTED-COUNT
           END-IF
           PERFORM SEND-PENDING-DETAILS.

       COMPUTE-TUITION.
           IF FEE-FULL-TIME-CREDITS > ZERO
              AND BILL-CREDITS > FEE-FULL-TIME-CREDITS
               MOVE FEE-FULL-TIME-CREDITS TO BILL-CREDITS
           END-IF
           MULTIPLY FEE-CREDIT-RATE BY BILL-CREDITS
               GIVING TUITION-WORK.

       CHARGE-FLAT-FEES.
           MOVE ZERO TO NEW-FLAT-FEES
           PERFORM CHARGE-ONE-FLAT-FEE
               VARYING FLAT-INDEX FROM 1 BY 1
               UNTIL FLAT-INDEX > FEE-FLAT-COUNT.

       CHARGE-ONE-FLAT-FEE.
           MOVE FEE-FLAT-CODE(FLAT-INDEX)   TO PEND-FEE-CODE
           MOVE ZERO                        TO PEND-CREDITS
           MOVE FEE-FLAT-AMOUNT(FLAT-INDEX) TO PEND-GROSS-AMOUNT
           MOVE ZERO                        TO PEND-REFUND-PERCENT
           MOVE FEE-FLAT-AMOUNT(FLAT-INDEX) TO PEND-AMOUNT
           MOVE "D"                         TO PEND-DEBIT-CREDIT
           ADD FEE-FLAT-AMOUNT(FLAT-INDEX)  TO NEW-FLAT-FEES
           PERFORM ADD-PENDING-DETAIL.

       REFUND-FLAT-FEES.
           PERFORM REFUND-ONE-FLAT-FEE
               VARYING FLAT-INDEX FROM 1 BY 1
               UNTIL FLAT-INDEX > FEE-FLAT-COUNT
           MOVE ZERO TO NEW-FLAT-FEES.

       REFUND-ONE-FLAT-FEE.
           MOVE FEE-FLAT-CODE(FLAT-INDEX)   TO PEND-FEE-CODE
           MOVE ZERO                        TO PEND-CREDITS
           MOVE FEE-FLAT-AMOUNT(FLAT-INDEX) TO GROSS-WORK
           PERFORM QUEUE-REFUND.

       QUEUE-REFUND.
           MOVE "DRP"          TO PEND-TRAN-TYPE
           MOVE GROSS-WORK     TO PEND-GROSS-AMOUNT
           MOVE REFUND-PERCENT TO PEND-REFUND-PERCENT
           MULTIPLY GROSS-WORK BY REFUND-PERCENT GIVING REFUND-WORK
           DIVIDE REFUND-WORK BY 100 GIVING PEND-AMOUNT ROUNDED
           MOVE "C"            TO PEND-DEBIT-CREDIT
           PERFORM ADD-PENDING-DETAIL.

       ADD-PENDING-DETAIL.
           ADD 1 TO PENDING-COUNT
           MOVE PEND-TRAN-TYPE      TO PND-TRAN-TYPE(PENDING-COUNT)
           MOVE PEND-FEE-CODE       TO PND-FEE-CODE(PENDING-COUNT)
           MOVE PEND-CREDITS        TO PND-CREDITS(PENDING-COUNT)
           MOVE PEND-GROSS-AMOUNT   TO PND-GROSS-AMOUNT(PENDING-COUNT)
           MOVE PEND-REFUND-PERCENT
               TO PND-REFUND-PERCENT(PENDING-COUNT)
           MOVE PEND-AMOUNT         TO PND-AMOUNT(PENDING-COUNT)
           MOVE PEND-DEBIT-CREDIT   TO PND-DEBIT-CREDIT(PENDING-COUNT)
           IF PEND-TRAN-TYPE = "DRP"
               MOVE DROP-DATE      TO PND-EFF-DATE(PENDING-COUNT)
           ELSE
               MOVE EFFECTIVE-DATE TO PND-EFF-DATE(PENDING-COUNT)
           END-IF.

       BUILD-LEDGER-RECORD.
           MOVE ZERO TO STUDENT-DEBITS
           MOVE ZERO TO STUDENT-CREDITS
           PERFORM SUM-ONE-PENDING-DETAIL
               VARYING PENDING-INDEX FROM 1 BY 1
               UNTIL PENDING-INDEX > PENDING-COUNT
           ADD STUDENT-DEBITS TO ASMT-NET-BILLED
           SUBTRACT STUDENT-CREDITS FROM ASMT-NET-BILLED
           MOVE RUN-DATE        TO ASMT-LAST-DATE
           MOVE CURRENT-CREDITS TO ASMT-CREDITS
           MOVE NEW-TUITION     TO ASMT-TUITION
           IF CURRENT-COUNT = ZERO
               MOVE ZERO TO ASMT-FLAT-FEES
           ELSE
               IF ASMT-FLAT-FEES = ZERO
                   MOVE NEW-FLAT-FEES TO ASMT-FLAT-FEES
               END-IF
           END-IF
           MOVE CURRENT-COUNT TO ASMT-CLASS-COUNT
           PERFORM MOVE-ONE-LEDGER-CLASS
               VARYING CURRENT-INDEX FROM 1 BY 1
               UNTIL CURRENT-INDEX > 10.

       SUM-ONE-PENDING-DETAIL.
           IF PND-DEBIT-CREDIT(PENDING-INDEX) = "D"
               ADD PND-AMOUNT(PENDING-INDEX) TO STUDENT-DEBITS
           ELSE
               ADD PND-AMOUNT(PENDING-INDEX) TO STUDENT-CREDITS
           END-IF.

       MOVE-ONE-LEDGER-CLASS.
           IF CURRENT-INDEX > CURRENT-COUNT
               MOVE SPACES TO ASMT-CLASS(CURRENT-INDEX)
               MOVE ZERO   TO ASMT-CLASS-CREDITS(CURRENT-INDEX)
           ELSE
               MOVE CUR-CLASS(CURRENT-INDEX)
                   TO ASMT-CLASS(CURRENT-INDEX)
               MOVE CUR-CLASS-CREDITS(CURRENT-INDEX)
                   TO ASMT-CLASS-CREDITS(CURRENT-INDEX)
           END-IF.

       SEND-PENDING-DETAILS.
           IF LEDGER-WAS-UPDATED
               IF PENDING-COUNT > ZERO
                   ADD 1 TO BURS-STUDENT-COUNT
               END-IF
               PERFORM SEND-ONE-DETAIL
                   VARYING PENDING-INDEX FROM 1 BY 1
                   UNTIL PENDING-INDEX > PENDING-COUNT
           ELSE
               ADD 1 TO LEDGER-ERROR-COUNT
               MOVE STUDENT-ID TO LEL-STUDENT-ID
               MOVE LAST-NAME  TO LEL-LAST-NAME
               WRITE REGISTER-LINE FROM LEDGER-ERROR-LINE
           END-IF.

       SEND-ONE-DETAIL.
           MOVE SPACES TO BURSAR-RECORD
           MOVE "D" TO BURS-RECORD-TYPE
           MOVE STUDENT-ID  TO BURS-STUDENT-ID
           MOVE ASSESS-TERM TO BURS-TERM
           MOVE PND-TRAN-TYPE(PENDING-INDEX)    TO BURS-TRAN-TYPE
           MOVE PND-FEE-CODE(PENDING-INDEX)     TO BURS-FEE-CODE
           MOVE PND-CREDITS(PENDING-INDEX)      TO BURS-CREDITS
           MOVE PND-GROSS-AMOUNT(PENDING-INDEX) TO BURS-GROSS-AMOUNT
           MOVE PND-REFUND-PERCENT(PENDING-INDEX)
               TO BURS-REFUND-PERCENT
           MOVE PND-AMOUNT(PENDING-INDEX)       TO BURS-AMOUNT
           MOVE PND-DEBIT-CREDIT(PENDING-INDEX) TO BURS-DEBIT-CREDIT
           MOVE PND-EFF-DATE(PENDING-INDEX) TO BURS-EFF-DATE
           WRITE BURSAR-RECORD
           ADD 1 TO BURS-DETAIL-COUNT
           IF BURS-DEBIT
               ADD BURS-AMOUNT TO BURS-DEBIT-TOTAL
           ELSE
               ADD BURS-AMOUNT TO BURS-CREDIT-TOTAL
           END-IF
           PERFORM PRINT-REGISTER-LINE.

       PRINT-REGISTER-LINE.
           MOVE BURS-STUDENT-ID     TO DTL-STUDENT-ID
           MOVE LAST-NAME           TO DTL-LAST-NAME
           MOVE BURS-TRAN-TYPE      TO DTL-TRAN-TYPE
           MOVE BURS-FEE-CODE       TO DTL-FEE-CODE
           MOVE BURS-CREDITS        TO DTL-CREDITS
           MOVE BURS-GROSS-AMOUNT   TO DTL-GROSS
           MOVE BURS-REFUND-PERCENT TO DTL-PERCENT
           MOVE BURS-AMOUNT         TO DTL-AMOUNT
           MOVE BURS-DEBIT-CREDIT   TO DTL-DEBIT-CREDIT
           WRITE REGISTER-LINE FROM DETAIL-LINE
           ADD 1 TO REG-LINE-COUNT
           IF DTL-DEBIT-CREDIT = "D"
               ADD PND-AMOUNT(PENDING-INDEX) TO REG-DEBIT-TOTAL
           ELSE
               ADD PND-AMOUNT(PENDING-INDEX) TO REG-CREDIT-TOTAL
           END-IF.

       WRITE-TRAILER-RECORD.
           MOVE SPACES TO BURSAR-RECORD
           MOVE "T" TO BURS-RECORD-TYPE
           MOVE BURS-DETAIL-COUNT  TO BURS-TRL-RECORDS
           MOVE BURS-STUDENT-COUNT TO BURS-TRL-STUDENTS
           MOVE BURS-DEBIT-TOTAL   TO BURS-TRL-DEBITS
           MOVE BURS-CREDIT-TOTAL  TO BURS-TRL-CREDITS
           WRITE BURSAR-RECORD.

       PRINT-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM SEPARATOR-LINE
           MOVE READ-COUNT         TO TOT-READ
           WRITE REGISTER-LINE FROM TOTAL-LINE-1
           MOVE FIRST-COUNT        TO TOT-FIRST
           WRITE REGISTER-LINE FROM TOTAL-LINE-2
           MOVE ADJUSTED-COUNT     TO TOT-ADJUSTED
           WRITE REGISTER-LINE FROM TOTAL-LINE-3
           MOVE UNCHANGED-COUNT    TO TOT-UNCHANGED
           WRITE REGISTER-LINE FROM TOTAL-LINE-4
           MOVE NO-CATALOG-COUNT   TO TOT-NO-CATALOG
           WRITE REGISTER-LINE FROM TOTAL-LINE-5
           MOVE LEDGER-ERROR-COUNT TO TOT-LEDGER-ERRORS
           WRITE REGISTER-LINE FROM TOTAL-LINE-6
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE REG-LINE-COUNT     TO AML-LINES
           WRITE REGISTER-LINE FROM AMOUNT-LINE-1
           MOVE REG-DEBIT-TOTAL    TO AML-DEBITS
           WRITE REGISTER-LINE FROM AMOUNT-LINE-2
           MOVE REG-CREDIT-TOTAL   TO AML-CREDITS
           WRITE REGISTER-LINE FROM AMOUNT-LINE-3
           SUBTRACT REG-CREDIT-TOTAL FROM REG-DEBIT-TOTAL
               GIVING REG-NET-TOTAL
           MOVE REG-NET-TOTAL      TO AML-NET
           WRITE REGISTER-LINE FROM AMOUNT-LINE-4
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE BURS-TRL-RECORDS   TO TRL-RECORDS
           WRITE REGISTER-LINE FROM TRAILER-LINE-1
           MOVE BURS-TRL-STUDENTS  TO TRL-STUDENTS
           WRITE REGISTER-LINE FROM TRAILER-LINE-2
           MOVE BURS-TRL-DEBITS    TO TRL-DEBITS
           WRITE REGISTER-LINE FROM TRAILER-LINE-3
           MOVE BURS-TRL-CREDITS   TO TRL-CREDITS
           WRITE REGISTER-LINE FROM TRAILER-LINE-4.

       CHECK-REGISTER-BALANCE.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           IF REG-LINE-COUNT = BURS-TRL-RECORDS
              AND REG-DEBIT-TOTAL = BURS-TRL-DEBITS
              AND REG-CREDIT-TOTAL = BURS-TRL-CREDITS
               WRITE REGISTER-LINE FROM BALANCED-LINE
               IF NO-CATALOG-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               WRITE REGISTER-LINE FROM OUT-OF-BALANCE-LINE
               DISPLAY "*** REGISTER OUT OF BALANCE WITH BURSAR ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF LEDGER-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       REGISTER-RUN.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNCTL-NOT-FOUND
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF NOT RUNCTL-OK
               DISPLAY "*** UNABLE TO OPEN RUN-CONTROL-FILE ***"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CHECK-ONLINE-LOCKS
           MOVE RUN-PROGRAM-NAME TO RCTL-PROGRAM
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM BUILD-RUN-ENTRY
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   IF RCTL-RUNNING
                       PERFORM REFUSE-IN-FLIGHT-RUN
                   ELSE
                       PERFORM BUILD-RUN-ENTRY
                       REWRITE RUN-CONTROL-RECORD
                   END-IF
           END-READ.

       BUILD-RUN-ENTRY.
           MOVE RUN-PROGRAM-NAME TO RCTL-PROGRAM
           MOVE "R" TO RCTL-RUN-STATUS
           ACCEPT RCTL-START-DATE FROM DATE YYYYMMDD
           ACCEPT TIME-OF-DAY FROM TIME
           MOVE TOD-HHMMSS TO RCTL-START-TIME
           MOVE ZERO TO RCTL-END-DATE
           MOVE ZERO TO RCTL-END-TIME
           MOVE ZERO TO RCTL-RETURN-CODE.

       REFUSE-IN-FLIGHT-RUN.
           DISPLAY "*** PRIOR RUN OF " RCTL-PROGRAM
               " STILL IN FLIGHT ***"
           DISPLAY "*** INSPECT AND CLEAR WITH RUN-CONTROL-PROGRAM ***"
           CLOSE RUN-CONTROL-FILE
           MOVE 12 TO RETURN-CODE
           GOBACK.

       CHECK-ONLINE-LOCKS.
           MOVE "RECORD-PROGRAM" TO RCTL-PROGRAM
           PERFORM CHECK-ONE-ONLINE-LOCK
           MOVE "GRADE-CHANGE-PROGRAM" TO RCTL-PROGRAM
           PERFORM CHECK-ONE-ONLINE-LOCK.

       CHECK-ONE-ONLINE-LOCK.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RCTL-RUNNING
                       DISPLAY "*** STUDENT MASTER HELD BY "
                           RCTL-PROGRAM " - RUN REFUSED ***"
                       CLOSE RUN-CONTROL-FILE
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-READ.

       RELEASE-RUN.
           MOVE RUN-PROGRAM-NAME TO RCTL-PROGRAM
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "E" TO RCTL-RUN-STATUS
                   ACCEPT RCTL-END-DATE FROM DATE YYYYMMDD
                   ACCEPT TIME-OF-DAY FROM TIME
                   MOVE TOD-HHMMSS TO RCTL-END-TIME
                   MOVE RETURN-CODE TO RCTL-RETURN-CODE
                   REWRITE RUN-CONTROL-RECORD
                   PERFORM WRITE-RUN-LOG
           END-READ
           CLOSE RUN-CONTROL-FILE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUNLOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE RCTL-PROGRAM     TO RLOG-PROGRAM
           MOVE RCTL-START-DATE  TO RLOG-START-DATE
           MOVE RCTL-START-TIME  TO RLOG-START-TIME
           MOVE RCTL-END-DATE    TO RLOG-END-DATE
           MOVE RCTL-END-TIME    TO RLOG-END-TIME
           MOVE RCTL-RETURN-CODE TO RLOG-RETURN-CODE
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.
