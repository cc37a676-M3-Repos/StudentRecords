               RECORD KEY IS TERM-CODE
               FILE STATUS IS TRMMAS-STATUS.

           SELECT PREREQUISITE-FILE ASSIGN TO "PREREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PREREQ-COURSE-CODE
               FILE STATUS IS PREREQ-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "STUHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUHIST-STATUS.

           SELECT WAITLIST-FILE ASSIGN TO "WAITLST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WAIT-KEY
               FILE STATUS IS WAITLIST-STATUS.

           SELECT NOTICE-FILE ASSIGN TO "WAITNTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAITNTC-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANFILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MNTRPT-STATUS.

           SELECT REGISTRATION-HOLD-FILE ASSIGN TO "REGHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REGH-KEY
               FILE STATUS IS REGHOLD-STATUS.

           SELECT DEGREE-PROGRAM-FILE ASSIGN TO "DEGPROG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEG-PROGRAM-CODE
               FILE STATUS IS DEGPROG-STATUS.

           SELECT STUDENT-DECLARATION-FILE ASSIGN TO "STUDECL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DECL-STUDENT-ID
               FILE STATUS IS STUDECL-STATUS.

           SELECT ALUMNI-ARCHIVE-FILE ASSIGN TO "ALUMARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALUM-STUDENT-ID
               ALTERNATE RECORD KEY IS ALUM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS ALUMARC-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           LABEL RECORDS ARE STANDARD.
           COPY TRMMAS.

       FD  PREREQUISITE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PREREQ.

       FD  HISTORY-FILE
           LABEL RECORDS ARE OMITTED.
           COPY STUHIST.

       FD  WAITLIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WAITLST.

       FD  NOTICE-FILE
           LABEL RECORDS ARE OMITTED.
       01  NOTICE-LINE PIC X(80).

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE OMITTED.
       01  TRANSACTION-RECORD.
               10  TRN-CLASS           PIC X(10).
               10  TRN-GRADE           PIC X(01).
               10  TRN-TERM            PIC X(05).
           05  TRN-OVERRIDE-REASON     PIC X(03).
           05  TRN-WAITLIST-FLAG       PIC X(01).
               88  TRN-WAITLIST-IF-FULL VALUE "Y".
           05  TRN-SUPERVISOR-ID       PIC X(08).

       FD  MAINTENANCE-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  MAINTENANCE-LINE PIC X(80).

       FD  REGISTRATION-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REGHOLD.

       FD  DEGREE-PROGRAM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEGPROG.

       FD  STUDENT-DECLARATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STUDECL.

       FD  ALUMNI-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALUMARC.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
       01  TRANFILE-STATUS PIC X(02).
           88 TRANFILE-OK      VALUE "00".

       01  PREREQ-STATUS PIC X(02).
           88 PREREQ-OK         VALUE "00".

       01  STUHIST-STATUS PIC X(02).
           88 STUHIST-OK        VALUE "00".

       01  WAITLIST-STATUS PIC X(02).
           88 WAITLIST-OK       VALUE "00".

       01  WAITNTC-STATUS PIC X(02).
           88 WAITNTC-OK        VALUE "00".

       01  REGHOLD-STATUS PIC X(02).
           88 REGHOLD-OK       VALUE "00".

       01  DEGPROG-STATUS PIC X(02).
           88 DEGPROG-OK       VALUE "00".

       01  STUDECL-STATUS PIC X(02).
           88 STUDECL-OK       VALUE "00".

       01  MNTRPT-STATUS PIC X(02).
           88 MNTRPT-OK        VALUE "00".

       01  ALUMARC-STATUS PIC X(02).
           88 ALUMARC-OK       VALUE "00".

       01  TRAN-EOF-SWITCH PIC X(01) VALUE "N".
           88 TRAN-EOF          VALUE "Y".

       01  TERM-FILE-OPEN-SWITCH PIC X(01) VALUE "N".
           88 TERM-FILE-IS-OPEN VALUE "Y".

       01  PREREQ-FILE-OPEN-SWITCH PIC X(01) VALUE "N".
           88 PREREQ-FILE-IS-OPEN VALUE "Y".

       01  ALUMNI-FILE-OPEN-SWITCH PIC X(01) VALUE "N".
           88 ALUMNI-FILE-IS-OPEN VALUE "Y".

       01  HISTORY-EOF-SWITCH PIC X(01) VALUE "N".
           88 HISTORY-EOF        VALUE "Y".

       01  PREREQ-MET-SWITCH PIC X(01) VALUE "Y".
           88 PREREQS-ARE-MET    VALUE "Y".

       01  COURSE-PASSED-SWITCH PIC X(01) VALUE "N".
           88 COURSE-WAS-PASSED  VALUE "Y".

       01  PREREQ-INDEX    PIC 9(02).
       01  COMPLETED-INDEX PIC 9(03).

       01  HISTORY-STUDENT-ID PIC 9(05).
       01  PREREQ-CHECK-CLASS PIC X(10).
       01  MISSING-PREREQ     PIC X(10).
       01  MISSING-GRADE      PIC X(01).

       01  COMPLETED-COURSE-AREA.
           05  COMPLETED-COUNT PIC 9(03) VALUE ZERO.
           05  COMPLETED-ENTRY OCCURS 200 TIMES.
               10  COMPLETED-CLASS PIC X(10).
               10  COMPLETED-GRADE PIC X(01).

       01  OVERRIDE-AREA.
           05  OVERRIDE-ENTRY OCCURS 10 TIMES.
               10  OVR-MISSING-COURSE PIC X(10).

       01  PREREQ-OVERRIDE-IMAGE.
           05  POI-CLASS          PIC X(10).
           05  POI-TERM           PIC X(05).
           05  POI-MISSING-COURSE PIC X(10).
           05  POI-SOURCE         PIC X(07).

       01  PREOVR-REASON-CODE PIC X(03).

       01  DEGREE-FILES-OPEN-SWITCH PIC X(01) VALUE "N".
           88 DEGREE-FILES-ARE-OPEN VALUE "Y".

       01  GRAD-ELIGIBLE-SWITCH PIC X(01) VALUE "N".
           88 GRADUATION-ELIGIBLE VALUE "Y".

       01  GRAD-OVERRIDE-SWITCH PIC X(01) VALUE "N".
           88 GRADUATION-OVERRIDDEN VALUE "Y".

       01  REQUIRED-PASSED-SWITCH PIC X(01) VALUE "N".
           88 REQUIRED-WAS-PASSED VALUE "Y".

       01  REQUIRED-INDEX PIC 9(02).
       01  DEPT-INDEX     PIC 9(01).

       01  GRAD-SHORTFALL    PIC X(30).
       01  TALLY-CLASS       PIC X(10).
       01  TALLY-GRADE       PIC X(01).
       01  TALLY-POINTS      PIC 9(01).
       01  TALLY-LINE-POINTS PIC 9(03).

       01  DEGREE-PROGRESS.
           05  EARNED-CREDITS PIC 9(04).
           05  EARNED-POINTS  PIC 9(05).
           05  EARNED-GPA     PIC 9V99.
           05  DEPT-EARNED    PIC 9(04) OCCURS 5 TIMES.

       01  GRADUATION-OVERRIDE-IMAGE.
           05  GOI-PROGRAM        PIC X(06).
           05  GOI-SHORTFALL      PIC X(30).
           05  GOI-SUPERVISOR     PIC X(08).
           05  GOI-SOURCE         PIC X(07).

       01  WAITLIST-FILE-OPEN-SWITCH PIC X(01) VALUE "N".
           88 WAITLIST-FILE-IS-OPEN VALUE "Y".

       01  WAITLIST-SCAN-END-SWITCH PIC X(01) VALUE "N".
           88 WAITLIST-SCAN-END  VALUE "Y".

       01  ALREADY-WAITING-SWITCH PIC X(01) VALUE "N".
           88 STUDENT-ALREADY-WAITING VALUE "Y".

       01  ALREADY-ENROLLED-SWITCH PIC X(01) VALUE "N".
           88 STUDENT-ALREADY-ENROLLED VALUE "Y".

       01  WAITING-DISPOSITION PIC X(01).
           88 WAITING-CAN-PROMOTE VALUE "P".
           88 WAITING-MUST-DROP   VALUE "D".
           88 WAITING-MUST-STAY   VALUE "S".

       01  WAITLIST-SOURCE    PIC X(07) VALUE "BATCH".
       01  LAST-WAIT-SEQUENCE PIC 9(05).
       01  PROMOTE-MAX-SEATS  PIC 9(03).
       01  SCAN-INDEX         PIC 9(02).

       01  WAITLIST-SCAN-KEY.
           05  SCAN-WAIT-CLASS    PIC X(10).
           05  SCAN-WAIT-TERM     PIC X(05).
           05  SCAN-WAIT-SEQUENCE PIC 9(05).

       01  WAITLIST-REQUEST-AREA.
           05  WLR-COUNT PIC 9(02) VALUE ZERO.
           05  WLR-ENTRY OCCURS 10 TIMES.
               10  WLR-CLASS PIC X(10).
               10  WLR-TERM  PIC X(05).
               10  WLR-GRADE PIC X(01).
               10  WLR-OVR-REASON         PIC X(03).
               10  WLR-OVR-MISSING-COURSE PIC X(10).

       01  WLR-INDEX PIC 9(02).

       01  FREED-SEAT-AREA.
           05  FREED-COUNT PIC 9(02) VALUE ZERO.
           05  FREED-ENTRY OCCURS 10 TIMES.
               10  FREED-CLASS PIC X(10).
               10  FREED-TERM  PIC X(05).

       01  FREED-INDEX PIC 9(02).

       01  NOTICE-NAME-LINE.
           05  FILLER PIC X(04) VALUE "TO: ".
           05  NTC-FIRST-NAME PIC X(10).
           05  FILLER PIC X(01) VALUE SPACES.
           05  NTC-LAST-NAME  PIC X(10).
           05  FILLER PIC X(13) VALUE "  STUDENT ID ".
           05  NTC-STUDENT-ID PIC 9(05).
           05  FILLER PIC X(37) VALUE SPACES.

       01  PROMOTION-TEXT-LINE.
           05  FILLER PIC X(80) VALUE
               "A SEAT HAS OPENED - YOU ARE ENROLLED FROM THE WAITLIST".

       01  PROMOTION-CLASS-LINE.
           05  FILLER PIC X(07) VALUE "CLASS: ".
           05  NTC-CLASS PIC X(10).
           05  FILLER PIC X(08) VALUE "  TERM: ".
           05  NTC-TERM  PIC X(05).
           05  FILLER PIC X(50) VALUE SPACES.

       01  NOTICE-SEPARATOR-LINE.
           05  FILLER PIC X(80) VALUE ALL "-".

       01  WAITLIST-MARK-AREA.
           05  WAITLIST-MARK PIC X(01) OCCURS 10 TIMES.

       01  TRAN-ENROLLMENT-COUNT PIC 9(02).

       01  SEAT-WORK-AREA.
           05  WRK-SEAT-CLASS PIC X(10).
           05  WRK-SEAT-TERM  PIC X(05).

       01  ENROLLMENT-INDEX PIC 9(02).

       01  REGHOLD-FILE-OPEN-SWITCH PIC X(01) VALUE "N".
           88 REGHOLD-FILE-IS-OPEN VALUE "Y".

       01  HOLD-SCAN-END-SWITCH PIC X(01) VALUE "N".
           88 HOLD-SCAN-END      VALUE "Y".

       01  ACTIVE-HOLD-SWITCH PIC X(01) VALUE "N".
           88 STUDENT-HAS-HOLD   VALUE "Y".

       01  ACTIVE-HOLD-TYPE      PIC X(03).
       01  CHECK-HOLD-STUDENT-ID PIC 9(05).
       01  CHECK-HOLD-STANDING   PIC X(01).
       01  CHECK-HOLD-DATE       PIC 9(08).

       01  TIME-OF-DAY.
           05  TOD-HHMMSS      PIC 9(06).
           05  TOD-HUNDREDTHS  PIC 9(02).
           05  READ-COUNT      PIC 9(05) VALUE ZERO.
           05  APPLIED-COUNT   PIC 9(05) VALUE ZERO.
           05  REJECTED-COUNT  PIC 9(05) VALUE ZERO.
           05  WAITLISTED-COUNT PIC 9(05) VALUE ZERO.
           05  PROMOTED-COUNT  PIC 9(05) VALUE ZERO.

       01  HEADING-LINE.
           05  FILLER PIC X(80)
           05  TOT-REJECTED PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-4.
           05  FILLER PIC X(24) VALUE "WAITLIST ENTRIES ADDED: ".
           05  TOT-WAITLISTED PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-5.
           05  FILLER PIC X(24) VALUE "WAITLIST PROMOTIONS:    ".
           05  TOT-PROMOTED PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT TRANSACTION-FILE
           PERFORM OPEN-COURSE-CATALOG-FILE
           PERFORM OPEN-SEAT-COUNT-FILE
           PERFORM OPEN-TERM-MASTER-FILE
           PERFORM OPEN-PREREQUISITE-FILE
           PERFORM OPEN-WAITLIST-FILE
           PERFORM OPEN-REGISTRATION-HOLD-FILE
           PERFORM OPEN-DEGREE-PROGRAM-FILES
           PERFORM OPEN-ALUMNI-ARCHIVE-FILE
           OPEN OUTPUT MAINTENANCE-REPORT-FILE
           WRITE MAINTENANCE-LINE FROM HEADING-LINE
           WRITE MAINTENANCE-LINE FROM COLUMN-HEADING-LINE
           IF TERM-FILE-IS-OPEN
               CLOSE TERM-MASTER-FILE
           END-IF
           IF PREREQ-FILE-IS-OPEN
               CLOSE PREREQUISITE-FILE
           END-IF
           IF WAITLIST-FILE-IS-OPEN
               CLOSE WAITLIST-FILE
               CLOSE NOTICE-FILE
           END-IF
           IF REGHOLD-FILE-IS-OPEN
               CLOSE REGISTRATION-HOLD-FILE
           END-IF
           IF DEGREE-FILES-ARE-OPEN
               CLOSE DEGREE-PROGRAM-FILE
               CLOSE STUDENT-DECLARATION-FILE
           END-IF
           IF ALUMNI-FILE-IS-OPEN
               CLOSE ALUMNI-ARCHIVE-FILE
           END-IF
           CLOSE MAINTENANCE-REPORT-FILE
           PERFORM RELEASE-RUN
           GOBACK.
               DISPLAY "*** TERMS WILL NOT BE VERIFIED ***"
           END-IF.

       OPEN-PREREQUISITE-FILE.
           OPEN INPUT PREREQUISITE-FILE
           IF PREREQ-OK
               MOVE "Y" TO PREREQ-FILE-OPEN-SWITCH
           ELSE
               DISPLAY "*** UNABLE TO OPEN PREREQUISITE-FILE ***"
               DISPLAY "*** PREREQUISITES WILL NOT BE CHECKED ***"
           END-IF.

       OPEN-WAITLIST-FILE.
           OPEN I-O WAITLIST-FILE
           IF NOT WAITLIST-OK
               OPEN OUTPUT WAITLIST-FILE
               CLOSE WAITLIST-FILE
               OPEN I-O WAITLIST-FILE
           END-IF
           IF WAITLIST-OK
               MOVE "Y" TO WAITLIST-FILE-OPEN-SWITCH
               OPEN EXTEND NOTICE-FILE
               IF NOT WAITNTC-OK
                   OPEN OUTPUT NOTICE-FILE
               END-IF
           ELSE
               DISPLAY "*** UNABLE TO OPEN WAITLIST-FILE ***"
               DISPLAY "*** FULL CLASSES WILL BE REJECTED ***"
           END-IF.

       OPEN-REGISTRATION-HOLD-FILE.
           OPEN INPUT REGISTRATION-HOLD-FILE
           IF REGHOLD-OK
               MOVE "Y" TO REGHOLD-FILE-OPEN-SWITCH
           ELSE
               DISPLAY "*** UNABLE TO OPEN REGISTRATION-HOLD-FILE ***"
               DISPLAY "*** ONLY SUSPENSION HOLDS WILL BE CHECKED ***"
           END-IF.

       OPEN-DEGREE-PROGRAM-FILES.
           OPEN INPUT DEGREE-PROGRAM-FILE
           IF DEGPROG-OK
               OPEN INPUT STUDENT-DECLARATION-FILE
               IF STUDECL-OK
                   MOVE "Y" TO DEGREE-FILES-OPEN-SWITCH
               ELSE
                   CLOSE DEGREE-PROGRAM-FILE
               END-IF
           END-IF
           IF NOT DEGREE-FILES-ARE-OPEN
               DISPLAY "*** UNABLE TO OPEN DEGREE-PROGRAM FILES ***"
               DISPLAY "*** GRD NEEDS A SUPERVISOR OVERRIDE ***"
           END-IF.

       OPEN-ALUMNI-ARCHIVE-FILE.
           OPEN INPUT ALUMNI-ARCHIVE-FILE
           IF ALUMARC-OK
               MOVE "Y" TO ALUMNI-FILE-OPEN-SWITCH
           ELSE
               DISPLAY "*** UNABLE TO OPEN ALUMNI-ARCHIVE-FILE ***"
               DISPLAY "*** ARCHIVED STUDENTS WILL NOT BE CHECKED ***"
           END-IF.

       READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
       PROCESS-TRANSACTION.
           MOVE "Y" TO TRAN-OK-SWITCH
           MOVE SPACES TO REJECT-REASON
           MOVE ZERO TO WLR-COUNT
           MOVE "N" TO GRAD-OVERRIDE-SWITCH
           PERFORM EDIT-TRANSACTION
           IF TRAN-IS-VALID
               PERFORM APPLY-TRANSACTION
                   MOVE "STUDENT-ID NOT NUMERIC/ZERO" TO REJECT-REASON
                   MOVE "N" TO TRAN-OK-SWITCH
               ELSE
                   PERFORM CHECK-ALUMNI-ARCHIVE
                   IF TRAN-IS-VALID
                      AND NOT TRN-ACTION-DELETE
                      AND NOT TRN-ACTION-GRADUATE
                       PERFORM EDIT-TRANSACTION-FIELDS
                   END-IF
               END-IF
           END-IF.

       CHECK-ALUMNI-ARCHIVE.
           IF ALUMNI-FILE-IS-OPEN
               MOVE TRN-STUDENT-ID TO ALUM-STUDENT-ID
               READ ALUMNI-ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "STUDENT-ID IS ARCHIVED" TO REJECT-REASON
                       MOVE "N" TO TRAN-OK-SWITCH
               END-READ
           END-IF.

       EDIT-TRANSACTION-FIELDS.
           IF TRN-FIRST-NAME = SPACES AND TRN-LAST-NAME = SPACES
               MOVE "STUDENT-NAME IS BLANK" TO REJECT-REASON
                   MOVE "N" TO TRAN-OK-SWITCH
               ELSE
                   PERFORM LOAD-HELD-SEATS
                   MOVE TRN-STUDENT-ID TO CHECK-HOLD-STUDENT-ID
                   PERFORM CHECK-STUDENT-HOLDS
                   MOVE TRN-STUDENT-ID TO HISTORY-STUDENT-ID
                   PERFORM LOAD-COMPLETED-COURSES
                   MOVE TRN-ENROLLMENT-COUNT TO ENROLLMENT-COUNT
                   PERFORM EDIT-ONE-ENROLLMENT
                       VARYING ENROLLMENT-INDEX FROM 1 BY 1
           END-IF.

       EDIT-ONE-ENROLLMENT.
           MOVE SPACES TO OVR-MISSING-COURSE(ENROLLMENT-INDEX)
           MOVE "N" TO WAITLIST-MARK(ENROLLMENT-INDEX)
           IF TRN-GRADE(ENROLLMENT-INDEX) NOT = "A"
              AND TRN-GRADE(ENROLLMENT-INDEX) NOT = "B"
              AND TRN-GRADE(ENROLLMENT-INDEX) NOT = "C"
              AND TRN-GRADE(ENROLLMENT-INDEX) NOT = "D"
              AND TRN-GRADE(ENROLLMENT-INDEX) NOT = SPACE
               MOVE "GRADE NOT A/B/C/D OR BLANK" TO REJECT-REASON
               MOVE "N" TO TRAN-OK-SWITCH
           ELSE
               IF TRN-TERM(ENROLLMENT-INDEX) = SPACES
                   MOVE "N" TO TRAN-OK-SWITCH
               ELSE
                   PERFORM CHECK-TERM-ON-MASTER
                   IF TRAN-IS-VALID AND STUDENT-HAS-HOLD
                       PERFORM CHECK-ENROLLMENT-HOLD
                   END-IF
                   IF TRAN-IS-VALID AND CATALOG-IS-OPEN
                       PERFORM CHECK-CLASS-ON-CATALOG
                   ELSE
                       IF TRAN-IS-VALID
                           PERFORM CHECK-FOR-HELD-SEAT
                           IF NOT STUDENT-HOLDS-SEAT
                               PERFORM CHECK-ENROLLMENT-PREREQUISITES
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOAD-HELD-SEATS.
           MOVE ZERO TO HELD-COUNT
           MOVE SPACE TO CHECK-HOLD-STANDING
           IF TRN-ACTION-UPDATE
               MOVE TRN-STUDENT-ID TO STUDENT-ID
               READ STUDENT-MASTER-FILE
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ENROLLMENT-COUNT TO HELD-COUNT
                       MOVE STUDENT-STANDING TO CHECK-HOLD-STANDING
                       PERFORM LOAD-ONE-HELD-SEAT
                           VARYING HELD-INDEX FROM 1 BY 1
                           UNTIL HELD-INDEX > HELD-COUNT
           MOVE STUDENT-CLASS(HELD-INDEX) TO HELD-CLASS(HELD-INDEX)
           MOVE STUDENT-TERM(HELD-INDEX)  TO HELD-TERM(HELD-INDEX).

       CHECK-STUDENT-HOLDS.
           MOVE "N" TO ACTIVE-HOLD-SWITCH
           MOVE SPACES TO ACTIVE-HOLD-TYPE
           IF CHECK-HOLD-STANDING = "S"
               MOVE "Y" TO ACTIVE-HOLD-SWITCH
               MOVE "SUS" TO ACTIVE-HOLD-TYPE
           END-IF
           IF REGHOLD-FILE-IS-OPEN AND NOT STUDENT-HAS-HOLD
               ACCEPT CHECK-HOLD-DATE FROM DATE YYYYMMDD
               MOVE "N" TO HOLD-SCAN-END-SWITCH
               MOVE CHECK-HOLD-STUDENT-ID TO REGH-STUDENT-ID
               MOVE LOW-VALUES TO REGH-TYPE
               START REGISTRATION-HOLD-FILE
                   KEY IS NOT LESS THAN REGH-KEY
                   INVALID KEY
                       MOVE "Y" TO HOLD-SCAN-END-SWITCH
               END-START
               PERFORM SCAN-ONE-STUDENT-HOLD
                   UNTIL HOLD-SCAN-END OR STUDENT-HAS-HOLD
           END-IF.

       SCAN-ONE-STUDENT-HOLD.
           READ REGISTRATION-HOLD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HOLD-SCAN-END-SWITCH
               NOT AT END
                   IF REGH-STUDENT-ID NOT = CHECK-HOLD-STUDENT-ID
                       MOVE "Y" TO HOLD-SCAN-END-SWITCH
                   ELSE
                       IF REGH-RELEASE-DATE = ZERO
                          OR REGH-RELEASE-DATE > CHECK-HOLD-DATE
                           MOVE "Y" TO ACTIVE-HOLD-SWITCH
                           MOVE REGH-TYPE TO ACTIVE-HOLD-TYPE
                       END-IF
                   END-IF
           END-READ.

       CHECK-ENROLLMENT-HOLD.
           PERFORM CHECK-FOR-HELD-SEAT
           IF NOT STUDENT-HOLDS-SEAT
               MOVE SPACES TO REJECT-REASON
               STRING "ACTIVE HOLD ON STUDENT: " DELIMITED BY SIZE
                      ACTIVE-HOLD-TYPE DELIMITED BY SIZE
                      INTO REJECT-REASON
               MOVE "N" TO TRAN-OK-SWITCH
           END-IF.

       CHECK-TERM-ON-MASTER.
           IF TERM-FILE-IS-OPEN
               MOVE TRN-TERM(ENROLLMENT-INDEX) TO TERM-CODE
                   MOVE "N" TO TRAN-OK-SWITCH
               NOT INVALID KEY
                   PERFORM CHECK-SEAT-CAPACITY
                   IF TRAN-IS-VALID AND NOT STUDENT-HOLDS-SEAT
                       PERFORM CHECK-ENROLLMENT-PREREQUISITES
                   END-IF
           END-READ.

       CHECK-ENROLLMENT-PREREQUISITES.
           MOVE TRN-CLASS(ENROLLMENT-INDEX) TO PREREQ-CHECK-CLASS
           PERFORM CHECK-PREREQUISITES
           IF NOT PREREQS-ARE-MET
               IF TRN-OVERRIDE-REASON = SPACES
                   MOVE SPACES TO REJECT-REASON
                   STRING "PREREQ NOT MET: " DELIMITED BY SIZE
                          MISSING-PREREQ DELIMITED BY SPACE
                          INTO REJECT-REASON
                   MOVE "N" TO TRAN-OK-SWITCH
               ELSE
                   MOVE MISSING-PREREQ
                       TO OVR-MISSING-COURSE(ENROLLMENT-INDEX)
               END-IF
           END-IF.

       LOAD-COMPLETED-COURSES.
           MOVE ZERO TO COMPLETED-COUNT
           IF PREREQ-FILE-IS-OPEN
               PERFORM LOAD-STUDENT-HISTORY
           END-IF.

       LOAD-STUDENT-HISTORY.
           MOVE ZERO TO COMPLETED-COUNT
           OPEN INPUT HISTORY-FILE
           IF STUHIST-OK
               MOVE "N" TO HISTORY-EOF-SWITCH
               PERFORM READ-HISTORY-FILE
               PERFORM LOAD-ONE-COMPLETED-COURSE
                   UNTIL HISTORY-EOF
               CLOSE HISTORY-FILE
           END-IF.

       READ-HISTORY-FILE.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH
           END-READ.

       LOAD-ONE-COMPLETED-COURSE.
           IF HIST-STUDENT-ID = HISTORY-STUDENT-ID
              AND COMPLETED-COUNT < 200
               ADD 1 TO COMPLETED-COUNT
               MOVE HIST-CLASS TO COMPLETED-CLASS(COMPLETED-COUNT)
               MOVE HIST-GRADE TO COMPLETED-GRADE(COMPLETED-COUNT)
           END-IF
           PERFORM READ-HISTORY-FILE.

       CHECK-PREREQUISITES.
           MOVE "Y" TO PREREQ-MET-SWITCH
           MOVE SPACES TO MISSING-PREREQ
           MOVE SPACES TO MISSING-GRADE
           IF PREREQ-FILE-IS-OPEN
               MOVE PREREQ-CHECK-CLASS TO PREREQ-COURSE-CODE
               READ PREREQUISITE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CHECK-ONE-PREREQUISITE
                           VARYING PREREQ-INDEX FROM 1 BY 1
                           UNTIL PREREQ-INDEX > PREREQ-COUNT
                              OR NOT PREREQS-ARE-MET
               END-READ
           END-IF.

       CHECK-ONE-PREREQUISITE.
           MOVE "N" TO COURSE-PASSED-SWITCH
           PERFORM MATCH-ONE-COMPLETED-COURSE
               VARYING COMPLETED-INDEX FROM 1 BY 1
               UNTIL COMPLETED-INDEX > COMPLETED-COUNT
                  OR COURSE-WAS-PASSED
           IF NOT COURSE-WAS-PASSED
               MOVE "N" TO PREREQ-MET-SWITCH
               MOVE PREREQ-REQUIRED-COURSE(PREREQ-INDEX)
                   TO MISSING-PREREQ
               MOVE PREREQ-MIN-GRADE(PREREQ-INDEX) TO MISSING-GRADE
           END-IF.

       MATCH-ONE-COMPLETED-COURSE.
           IF COMPLETED-CLASS(COMPLETED-INDEX)
              = PREREQ-REQUIRED-COURSE(PREREQ-INDEX)
              AND COMPLETED-GRADE(COMPLETED-INDEX) NOT < "A"
              AND COMPLETED-GRADE(COMPLETED-INDEX)
                  NOT > PREREQ-MIN-GRADE(PREREQ-INDEX)
               MOVE "Y" TO COURSE-PASSED-SWITCH
           END-IF.

       CHECK-SEAT-CAPACITY.
           PERFORM CHECK-FOR-HELD-SEAT
           IF SEAT-FILE-IS-OPEN AND COURSE-MAX-SEATS > ZERO
                       CONTINUE
                   NOT INVALID KEY
                       IF SEAT-ENROLLED NOT < COURSE-MAX-SEATS
                           PERFORM HANDLE-FULL-CLASS
                       END-IF
               END-READ
           END-IF.

       HANDLE-FULL-CLASS.
           IF TRN-WAITLIST-IF-FULL AND WAITLIST-FILE-IS-OPEN
               MOVE "Y" TO WAITLIST-MARK(ENROLLMENT-INDEX)
           ELSE
               MOVE "CLASS FULL FOR TERM" TO REJECT-REASON
               MOVE "N" TO TRAN-OK-SWITCH
           END-IF.

       CHECK-FOR-HELD-SEAT.
           MOVE "N" TO HELD-SEAT-SWITCH
           PERFORM SCAN-ONE-HELD-SEAT
                       SUBTRACT 1 FROM SEAT-ENROLLED
                   END-IF
                   REWRITE SEAT-COUNT-RECORD
                   PERFORM QUEUE-FREED-SEAT
           END-READ.

       RELEASE-STUDENT-SEATS.
           MOVE ZERO TO FREED-COUNT
           IF SEAT-FILE-IS-OPEN
               PERFORM RELEASE-ONE-SEAT
                   VARYING ENROLLMENT-INDEX FROM 1 BY 1
                   PERFORM APPLY-GRADUATE
           END-EVALUATE
           IF TRAN-IS-VALID
               PERFORM PROMOTE-FROM-WAITLISTS
               PERFORM REPORT-APPLIED
           ELSE
               PERFORM REPORT-REJECTED
                   PERFORM TAKE-STUDENT-SEATS
                   MOVE "ADD" TO AUDIT-ACTION
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM LOG-OVERRIDE-AUDITS
                   PERFORM WRITE-WAITLIST-REQUESTS
           END-WRITE.

       APPLY-UPDATE.
                           PERFORM TAKE-STUDENT-SEATS
                           MOVE "UPDATE" TO AUDIT-ACTION
                           PERFORM WRITE-AUDIT-RECORD
                           PERFORM LOG-OVERRIDE-AUDITS
                           PERFORM WRITE-WAITLIST-REQUESTS
                   END-REWRITE
           END-READ.

               MOVE "STUDENT ALREADY GRADUATED" TO REJECT-REASON
               MOVE "N" TO TRAN-OK-SWITCH
           ELSE
               PERFORM CHECK-GRADUATION-ELIGIBILITY
               IF NOT GRADUATION-ELIGIBLE
                   IF TRN-SUPERVISOR-ID = SPACES
                      OR TRN-OVERRIDE-REASON = SPACES
                       MOVE GRAD-SHORTFALL TO REJECT-REASON
                       MOVE "N" TO TRAN-OK-SWITCH
                   ELSE
                       MOVE "Y" TO GRAD-OVERRIDE-SWITCH
                   END-IF
               END-IF
           END-IF
           IF TRAN-IS-VALID
               PERFORM GRADUATE-ELIGIBLE-STUDENT
           END-IF.

       GRADUATE-ELIGIBLE-STUDENT.
           MOVE SPACES TO BEFORE-IMAGE-AREA
           MOVE STUDENT-RECORD TO BEFORE-IMAGE-AREA
           MOVE "G" TO STUDENT-STATUS
           MOVE SPACES TO AFTER-IMAGE-AREA
           MOVE STUDENT-RECORD TO AFTER-IMAGE-AREA
           REWRITE STUDENT-RECORD
               INVALID KEY
                   MOVE "GRADUATE FAILED" TO REJECT-REASON
                   MOVE "N" TO TRAN-OK-SWITCH
               NOT INVALID KEY
                   MOVE "GRAD" TO AUDIT-ACTION
                   PERFORM WRITE-AUDIT-RECORD
                   IF GRADUATION-OVERRIDDEN
                       PERFORM WRITE-GRAD-OVERRIDE-AUDIT
                   END-IF
           END-REWRITE.

       WITHDRAW-STUDENT-RECORD.
           IF STUDENT-WITHDRAWN
               MOVE "STUDENT ALREADY WITHDRAWN" TO REJECT-REASON
           MOVE TRN-STUDENT-ID       TO STUDENT-ID
           MOVE TRN-FIRST-NAME       TO FIRST-NAME
           MOVE TRN-LAST-NAME        TO LAST-NAME
           MOVE TRN-ENROLLMENT-COUNT TO TRAN-ENROLLMENT-COUNT
           MOVE ZERO TO ENROLLMENT-COUNT
           MOVE ZERO TO WLR-COUNT
           PERFORM BUILD-ONE-ENROLLMENT
               VARYING ENROLLMENT-INDEX FROM 1 BY 1
               UNTIL ENROLLMENT-INDEX > TRAN-ENROLLMENT-COUNT.

       BUILD-ONE-ENROLLMENT.
           IF WAITLIST-MARK(ENROLLMENT-INDEX) = "Y"
               ADD 1 TO WLR-COUNT
               MOVE TRN-CLASS(ENROLLMENT-INDEX) TO WLR-CLASS(WLR-COUNT)
               MOVE TRN-TERM(ENROLLMENT-INDEX)  TO WLR-TERM(WLR-COUNT)
               MOVE TRN-GRADE(ENROLLMENT-INDEX) TO WLR-GRADE(WLR-COUNT)
               MOVE OVR-MISSING-COURSE(ENROLLMENT-INDEX)
                   TO WLR-OVR-MISSING-COURSE(WLR-COUNT)
               IF OVR-MISSING-COURSE(ENROLLMENT-INDEX) = SPACES
                   MOVE SPACES TO WLR-OVR-REASON(WLR-COUNT)
               ELSE
                   MOVE TRN-OVERRIDE-REASON TO WLR-OVR-REASON(WLR-COUNT)
               END-IF
           ELSE
               ADD 1 TO ENROLLMENT-COUNT
               MOVE TRN-CLASS(ENROLLMENT-INDEX)
                   TO STUDENT-CLASS(ENROLLMENT-COUNT)
               MOVE TRN-GRADE(ENROLLMENT-INDEX)
                   TO STUDENT-GRADE(ENROLLMENT-COUNT)
               MOVE TRN-TERM(ENROLLMENT-INDEX)
                   TO STUDENT-TERM(ENROLLMENT-COUNT)
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE STUDENT-ID          TO AUDIT-STUDENT-ID
           MOVE SPACES              TO AUDIT-REASON-CODE
           WRITE AUDIT-RECORD.

       LOG-OVERRIDE-AUDITS.
           PERFORM LOG-ONE-OVERRIDE-AUDIT
               VARYING ENROLLMENT-INDEX FROM 1 BY 1
               UNTIL ENROLLMENT-INDEX > TRAN-ENROLLMENT-COUNT.

       LOG-ONE-OVERRIDE-AUDIT.
           IF OVR-MISSING-COURSE(ENROLLMENT-INDEX) NOT = SPACES
              AND WAITLIST-MARK(ENROLLMENT-INDEX) NOT = "Y"
               MOVE TRN-CLASS(ENROLLMENT-INDEX) TO POI-CLASS
               MOVE TRN-TERM(ENROLLMENT-INDEX)  TO POI-TERM
               MOVE OVR-MISSING-COURSE(ENROLLMENT-INDEX)
                   TO POI-MISSING-COURSE
               MOVE "BATCH" TO POI-SOURCE
               MOVE TRN-OVERRIDE-REASON TO PREOVR-REASON-CODE
               PERFORM WRITE-OVERRIDE-AUDIT
           END-IF.

       CHECK-GRADUATION-ELIGIBILITY.
           MOVE "N" TO GRAD-ELIGIBLE-SWITCH
           MOVE SPACES TO GRAD-SHORTFALL
           MOVE SPACES TO DEG-PROGRAM-CODE
           IF NOT DEGREE-FILES-ARE-OPEN OR NOT CATALOG-IS-OPEN
               MOVE "DEGREE AUDIT FILES NOT OPEN" TO GRAD-SHORTFALL
           ELSE
               MOVE STUDENT-ID TO DECL-STUDENT-ID
               READ STUDENT-DECLARATION-FILE
                   INVALID KEY
                       MOVE "NO DECLARED DEGREE PROGRAM"
                           TO GRAD-SHORTFALL
                   NOT INVALID KEY
                       PERFORM AUDIT-DECLARED-PROGRAM
               END-READ
           END-IF.

       AUDIT-DECLARED-PROGRAM.
           MOVE DECL-PROGRAM-CODE TO DEG-PROGRAM-CODE
           READ DEGREE-PROGRAM-FILE
               INVALID KEY
                   MOVE "DEGREE PROGRAM NOT ON FILE" TO GRAD-SHORTFALL
               NOT INVALID KEY
                   MOVE STUDENT-ID TO HISTORY-STUDENT-ID
                   PERFORM LOAD-STUDENT-HISTORY
                   PERFORM TALLY-DEGREE-PROGRESS
                   PERFORM CHECK-DEGREE-REQUIREMENTS
           END-READ.

       TALLY-DEGREE-PROGRESS.
           MOVE ZERO TO EARNED-CREDITS
           MOVE ZERO TO EARNED-POINTS
           PERFORM CLEAR-ONE-DEPT-EARNED
               VARYING DEPT-INDEX FROM 1 BY 1
               UNTIL DEPT-INDEX > 5
           PERFORM TALLY-ONE-COMPLETED-COURSE
               VARYING COMPLETED-INDEX FROM 1 BY 1
               UNTIL COMPLETED-INDEX > COMPLETED-COUNT
           PERFORM TALLY-ONE-GRADED-ENROLLMENT
               VARYING ENROLLMENT-INDEX FROM 1 BY 1
               UNTIL ENROLLMENT-INDEX > ENROLLMENT-COUNT
           IF EARNED-CREDITS > ZERO
               DIVIDE EARNED-POINTS BY EARNED-CREDITS
                   GIVING EARNED-GPA ROUNDED
           ELSE
               MOVE ZERO TO EARNED-GPA
           END-IF.

       CLEAR-ONE-DEPT-EARNED.
           MOVE ZERO TO DEPT-EARNED(DEPT-INDEX).

       TALLY-ONE-COMPLETED-COURSE.
           MOVE COMPLETED-CLASS(COMPLETED-INDEX) TO TALLY-CLASS
           MOVE COMPLETED-GRADE(COMPLETED-INDEX) TO TALLY-GRADE
           PERFORM TALLY-ONE-COURSE.

       TALLY-ONE-GRADED-ENROLLMENT.
           MOVE STUDENT-CLASS(ENROLLMENT-INDEX) TO TALLY-CLASS
           MOVE STUDENT-GRADE(ENROLLMENT-INDEX) TO TALLY-GRADE
           PERFORM TALLY-ONE-COURSE.

       TALLY-ONE-COURSE.
           EVALUATE TALLY-GRADE
               WHEN "A"
                   MOVE 4 TO TALLY-POINTS
               WHEN "B"
                   MOVE 3 TO TALLY-POINTS
               WHEN "C"
                   MOVE 2 TO TALLY-POINTS
               WHEN "D"
                   MOVE 1 TO TALLY-POINTS
               WHEN OTHER
                   MOVE ZERO TO TALLY-POINTS
           END-EVALUATE
           IF TALLY-POINTS > ZERO
               MOVE TALLY-CLASS TO COURSE-CODE
               READ COURSE-CATALOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ADD-EARNED-CREDITS
               END-READ
           END-IF.

       ADD-EARNED-CREDITS.
           MULTIPLY TALLY-POINTS BY COURSE-CREDITS
               GIVING TALLY-LINE-POINTS
           ADD COURSE-CREDITS    TO EARNED-CREDITS
           ADD TALLY-LINE-POINTS TO EARNED-POINTS
           PERFORM ADD-DEPT-EARNED
               VARYING DEPT-INDEX FROM 1 BY 1
               UNTIL DEPT-INDEX > DEG-DEPT-COUNT.

       ADD-DEPT-EARNED.
           IF DEG-DEPT(DEPT-INDEX) = COURSE-DEPT
               ADD COURSE-CREDITS TO DEPT-EARNED(DEPT-INDEX)
           END-IF.

       CHECK-DEGREE-REQUIREMENTS.
           MOVE "Y" TO GRAD-ELIGIBLE-SWITCH
           PERFORM CHECK-ONE-REQUIRED-COURSE
               VARYING REQUIRED-INDEX FROM 1 BY 1
               UNTIL REQUIRED-INDEX > DEG-REQUIRED-COUNT
                  OR NOT GRADUATION-ELIGIBLE
           IF GRADUATION-ELIGIBLE
              AND EARNED-CREDITS < DEG-TOTAL-CREDITS
               MOVE "N" TO GRAD-ELIGIBLE-SWITCH
               MOVE "TOTAL CREDITS SHORT OF PROGRAM" TO GRAD-SHORTFALL
           END-IF
           IF GRADUATION-ELIGIBLE
              AND EARNED-GPA < DEG-MIN-GPA
               MOVE "N" TO GRAD-ELIGIBLE-SWITCH
               MOVE "CUMULATIVE GPA BELOW PROGRAM" TO GRAD-SHORTFALL
           END-IF
           IF GRADUATION-ELIGIBLE
               PERFORM CHECK-ONE-DEPT-MINIMUM
                   VARYING DEPT-INDEX FROM 1 BY 1
                   UNTIL DEPT-INDEX > DEG-DEPT-COUNT
                      OR NOT GRADUATION-ELIGIBLE
           END-IF.

       CHECK-ONE-REQUIRED-COURSE.
           MOVE "N" TO REQUIRED-PASSED-SWITCH
           PERFORM MATCH-REQUIRED-COMPLETED
               VARYING COMPLETED-INDEX FROM 1 BY 1
               UNTIL COMPLETED-INDEX > COMPLETED-COUNT
                  OR REQUIRED-WAS-PASSED
           PERFORM MATCH-REQUIRED-ENROLLMENT
               VARYING ENROLLMENT-INDEX FROM 1 BY 1
               UNTIL ENROLLMENT-INDEX > ENROLLMENT-COUNT
                  OR REQUIRED-WAS-PASSED
           IF NOT REQUIRED-WAS-PASSED
               MOVE "N" TO GRAD-ELIGIBLE-SWITCH
               MOVE SPACES TO GRAD-SHORTFALL
               STRING "MISSING COURSE "
                   DEG-REQUIRED-COURSE(REQUIRED-INDEX)
                   DELIMITED BY SIZE INTO GRAD-SHORTFALL
           END-IF.

       MATCH-REQUIRED-COMPLETED.
           IF COMPLETED-CLASS(COMPLETED-INDEX)
              = DEG-REQUIRED-COURSE(REQUIRED-INDEX)
              AND COMPLETED-GRADE(COMPLETED-INDEX) NOT < "A"
              AND COMPLETED-GRADE(COMPLETED-INDEX) NOT > "D"
               MOVE "Y" TO REQUIRED-PASSED-SWITCH
           END-IF.

       MATCH-REQUIRED-ENROLLMENT.
           IF STUDENT-CLASS(ENROLLMENT-INDEX)
              = DEG-REQUIRED-COURSE(REQUIRED-INDEX)
              AND NOT GRADE-PENDING(ENROLLMENT-INDEX)
               MOVE "Y" TO REQUIRED-PASSED-SWITCH
           END-IF.

       CHECK-ONE-DEPT-MINIMUM.
           IF DEPT-EARNED(DEPT-INDEX) < DEG-DEPT-CREDITS(DEPT-INDEX)
               MOVE "N" TO GRAD-ELIGIBLE-SWITCH
               MOVE SPACES TO GRAD-SHORTFALL
               STRING "DEPT CREDITS SHORT: "
                   DEG-DEPT(DEPT-INDEX)
                   DELIMITED BY SIZE INTO GRAD-SHORTFALL
           END-IF.

       WRITE-OVERRIDE-AUDIT.
           MOVE SPACES TO BEFORE-IMAGE-AREA
           MOVE SPACES TO AFTER-IMAGE-AREA
           MOVE PREREQ-OVERRIDE-IMAGE TO AFTER-IMAGE-AREA
           MOVE STUDENT-ID          TO AUDIT-STUDENT-ID
           MOVE "PREOVR"            TO AUDIT-ACTION
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT TIME-OF-DAY FROM TIME
           MOVE TOD-HHMMSS          TO AUDIT-TIME
           MOVE BEFORE-IMAGE-AREA   TO AUDIT-BEFORE-IMAGE
           MOVE AFTER-IMAGE-AREA    TO AUDIT-AFTER-IMAGE
           MOVE PREOVR-REASON-CODE  TO AUDIT-REASON-CODE
           WRITE AUDIT-RECORD.

       WRITE-GRAD-OVERRIDE-AUDIT.
           MOVE DEG-PROGRAM-CODE TO GOI-PROGRAM
           MOVE GRAD-SHORTFALL   TO GOI-SHORTFALL
           MOVE TRN-SUPERVISOR-ID TO GOI-SUPERVISOR
           MOVE "BATCH"          TO GOI-SOURCE
           MOVE SPACES TO BEFORE-IMAGE-AREA
           MOVE SPACES TO AFTER-IMAGE-AREA
           MOVE GRADUATION-OVERRIDE-IMAGE TO AFTER-IMAGE-AREA
           MOVE STUDENT-ID          TO AUDIT-STUDENT-ID
           MOVE "GRDOVR"            TO AUDIT-ACTION
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT TIME-OF-DAY FROM TIME
           MOVE TOD-HHMMSS          TO AUDIT-TIME
           MOVE BEFORE-IMAGE-AREA   TO AUDIT-BEFORE-IMAGE
           MOVE AFTER-IMAGE-AREA    TO AUDIT-AFTER-IMAGE
           MOVE TRN-OVERRIDE-REASON TO AUDIT-REASON-CODE
           WRITE AUDIT-RECORD.

       QUEUE-FREED-SEAT.
           IF FREED-COUNT < 10
               ADD 1 TO FREED-COUNT
               MOVE WRK-SEAT-CLASS TO FREED-CLASS(FREED-COUNT)
               MOVE WRK-SEAT-TERM  TO FREED-TERM(FREED-COUNT)
           END-IF.

       WRITE-WAITLIST-REQUESTS.
           PERFORM ADD-TO-WAITLIST
               VARYING WLR-INDEX FROM 1 BY 1
               UNTIL WLR-INDEX > WLR-COUNT.

       ADD-TO-WAITLIST.
           MOVE WLR-CLASS(WLR-INDEX) TO WAIT-CLASS
           MOVE WLR-TERM(WLR-INDEX)  TO WAIT-TERM
           MOVE ZERO TO WAIT-SEQUENCE
           MOVE ZERO TO LAST-WAIT-SEQUENCE
           MOVE "N" TO ALREADY-WAITING-SWITCH
           MOVE "N" TO WAITLIST-SCAN-END-SWITCH
           START WAITLIST-FILE KEY IS NOT LESS THAN WAIT-KEY
               INVALID KEY
                   MOVE "Y" TO WAITLIST-SCAN-END-SWITCH
           END-START
           PERFORM SCAN-WAITLIST-ENTRY UNTIL WAITLIST-SCAN-END
           IF STUDENT-ALREADY-WAITING
               DISPLAY "*** STUDENT ALREADY WAITLISTED FOR "
                   WLR-CLASS(WLR-INDEX) " ***"
           ELSE
               MOVE WLR-CLASS(WLR-INDEX) TO WAIT-CLASS
               MOVE WLR-TERM(WLR-INDEX)  TO WAIT-TERM
               ADD 1 LAST-WAIT-SEQUENCE GIVING WAIT-SEQUENCE
               MOVE STUDENT-ID           TO WAIT-STUDENT-ID
               MOVE WLR-GRADE(WLR-INDEX) TO WAIT-GRADE
               ACCEPT WAIT-DATE FROM DATE YYYYMMDD
               ACCEPT TIME-OF-DAY FROM TIME
               MOVE TOD-HHMMSS           TO WAIT-TIME
               MOVE WAITLIST-SOURCE      TO WAIT-SOURCE
               MOVE WLR-OVR-REASON(WLR-INDEX) TO WAIT-OVR-REASON
               MOVE WLR-OVR-MISSING-COURSE(WLR-INDEX)
                   TO WAIT-MISSING-COURSE
               WRITE WAITLIST-RECORD
                   INVALID KEY
                       DISPLAY "*** WAITLIST WRITE FAILED FOR "
                           WAIT-CLASS " ***"
                   NOT INVALID KEY
                       PERFORM NOTE-WAITLIST-ADDED
               END-WRITE
           END-IF.

       SCAN-WAITLIST-ENTRY.
           READ WAITLIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WAITLIST-SCAN-END-SWITCH
           END-READ
           IF NOT WAITLIST-SCAN-END
               IF WAIT-CLASS NOT = WLR-CLASS(WLR-INDEX)
                  OR WAIT-TERM NOT = WLR-TERM(WLR-INDEX)
                   MOVE "Y" TO WAITLIST-SCAN-END-SWITCH
               ELSE
                   MOVE WAIT-SEQUENCE TO LAST-WAIT-SEQUENCE
                   IF WAIT-STUDENT-ID = STUDENT-ID
                       MOVE "Y" TO ALREADY-WAITING-SWITCH
                   END-IF
               END-IF
           END-IF.

       PROMOTE-FROM-WAITLISTS.
           IF WAITLIST-FILE-IS-OPEN AND CATALOG-IS-OPEN
              AND SEAT-FILE-IS-OPEN
               PERFORM PROMOTE-FOR-FREED-SEAT
                   VARYING FREED-INDEX FROM 1 BY 1
                   UNTIL FREED-INDEX > FREED-COUNT
           END-IF
           MOVE ZERO TO FREED-COUNT.

       PROMOTE-FOR-FREED-SEAT.
           MOVE FREED-CLASS(FREED-INDEX) TO COURSE-CODE
           READ COURSE-CATALOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COURSE-MAX-SEATS > ZERO
                       MOVE COURSE-MAX-SEATS TO PROMOTE-MAX-SEATS
                       MOVE FREED-CLASS(FREED-INDEX) TO SCAN-WAIT-CLASS
                       MOVE FREED-TERM(FREED-INDEX)  TO SCAN-WAIT-TERM
                       MOVE ZERO TO SCAN-WAIT-SEQUENCE
                       MOVE "N" TO WAITLIST-SCAN-END-SWITCH
                       PERFORM PROMOTE-NEXT-WAITING
                           UNTIL WAITLIST-SCAN-END
                   END-IF
           END-READ.

       PROMOTE-NEXT-WAITING.
           PERFORM CHECK-FREED-SEAT-OPEN
           IF NOT WAITLIST-SCAN-END
               MOVE WAITLIST-SCAN-KEY TO WAIT-KEY
               START WAITLIST-FILE KEY IS NOT LESS THAN WAIT-KEY
                   INVALID KEY
                       MOVE "Y" TO WAITLIST-SCAN-END-SWITCH
               END-START
           END-IF
           IF NOT WAITLIST-SCAN-END
               READ WAITLIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WAITLIST-SCAN-END-SWITCH
               END-READ
           END-IF
           IF NOT WAITLIST-SCAN-END
               IF WAIT-CLASS NOT = SCAN-WAIT-CLASS
                  OR WAIT-TERM NOT = SCAN-WAIT-TERM
                   MOVE "Y" TO WAITLIST-SCAN-END-SWITCH
               ELSE
                   MOVE WAIT-SEQUENCE TO SCAN-WAIT-SEQUENCE
                   ADD 1 TO SCAN-WAIT-SEQUENCE
                   PERFORM TRY-WAITING-STUDENT
               END-IF
           END-IF.

       CHECK-FREED-SEAT-OPEN.
           MOVE SCAN-WAIT-CLASS TO SEAT-CLASS
           MOVE SCAN-WAIT-TERM  TO SEAT-TERM
           READ SEAT-COUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SEAT-ENROLLED NOT < PROMOTE-MAX-SEATS
                       MOVE "Y" TO WAITLIST-SCAN-END-SWITCH
                   END-IF
           END-READ.

       TRY-WAITING-STUDENT.
           MOVE WAIT-STUDENT-ID TO STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "D" TO WAITING-DISPOSITION
               NOT INVALID KEY
                   PERFORM CHECK-WAITING-ELIGIBILITY
           END-READ
           EVALUATE TRUE
               WHEN WAITING-CAN-PROMOTE
                   PERFORM PROMOTE-WAITING-STUDENT
               WHEN WAITING-MUST-DROP
                   DISPLAY "*** WAITLIST ENTRY DROPPED FOR STUDENT "
                       WAIT-STUDENT-ID " IN " WAIT-CLASS " ***"
                   PERFORM DELETE-WAITLIST-ENTRY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-WAITING-ELIGIBILITY.
           MOVE "N" TO ALREADY-ENROLLED-SWITCH
           PERFORM SCAN-ONE-CURRENT-CLASS
               VARYING SCAN-INDEX FROM 1 BY 1
               UNTIL SCAN-INDEX > ENROLLMENT-COUNT
                  OR STUDENT-ALREADY-ENROLLED
           MOVE STUDENT-ID       TO CHECK-HOLD-STUDENT-ID
           MOVE STUDENT-STANDING TO CHECK-HOLD-STANDING
           PERFORM CHECK-STUDENT-HOLDS
           EVALUATE TRUE
               WHEN NOT STUDENT-ACTIVE
                   MOVE "D" TO WAITING-DISPOSITION
               WHEN STUDENT-ALREADY-ENROLLED
                   MOVE "D" TO WAITING-DISPOSITION
               WHEN STUDENT-HAS-HOLD
                   MOVE "S" TO WAITING-DISPOSITION
               WHEN ENROLLMENT-COUNT NOT < 10
                   MOVE "S" TO WAITING-DISPOSITION
               WHEN OTHER
                   MOVE "P" TO WAITING-DISPOSITION
           END-EVALUATE.

       SCAN-ONE-CURRENT-CLASS.
           IF STUDENT-CLASS(SCAN-INDEX) = WAIT-CLASS
              AND STUDENT-TERM(SCAN-INDEX) = WAIT-TERM
               MOVE "Y" TO ALREADY-ENROLLED-SWITCH
           END-IF.

       PROMOTE-WAITING-STUDENT.
           MOVE SPACES TO BEFORE-IMAGE-AREA
           MOVE STUDENT-RECORD TO BEFORE-IMAGE-AREA
           ADD 1 TO ENROLLMENT-COUNT
           MOVE WAIT-CLASS TO STUDENT-CLASS(ENROLLMENT-COUNT)
           MOVE WAIT-GRADE TO STUDENT-GRADE(ENROLLMENT-COUNT)
           MOVE WAIT-TERM  TO STUDENT-TERM(ENROLLMENT-COUNT)
           MOVE SPACES TO AFTER-IMAGE-AREA
           MOVE STUDENT-RECORD TO AFTER-IMAGE-AREA
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "*** WAITLIST PROMOTION FAILED FOR STUDENT "
                       STUDENT-ID " ***"
               NOT INVALID KEY
                   MOVE WAIT-CLASS TO WRK-SEAT-CLASS
                   MOVE WAIT-TERM  TO WRK-SEAT-TERM
                   PERFORM TAKE-ONE-SEAT
                   MOVE "WAITPR" TO AUDIT-ACTION
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM LOG-WAITLIST-OVERRIDE-AUDIT
                   PERFORM WRITE-PROMOTION-NOTICE
                   PERFORM NOTE-WAITLIST-PROMOTED
                   PERFORM DELETE-WAITLIST-ENTRY
           END-REWRITE.

       LOG-WAITLIST-OVERRIDE-AUDIT.
           IF WAIT-OVR-REASON NOT = SPACES
               MOVE WAIT-CLASS          TO POI-CLASS
               MOVE WAIT-TERM           TO POI-TERM
               MOVE WAIT-MISSING-COURSE TO POI-MISSING-COURSE
               MOVE WAIT-SOURCE         TO POI-SOURCE
               MOVE WAIT-OVR-REASON     TO PREOVR-REASON-CODE
               PERFORM WRITE-OVERRIDE-AUDIT
           END-IF.

       DELETE-WAITLIST-ENTRY.
           DELETE WAITLIST-FILE RECORD
               INVALID KEY
                   DISPLAY "*** WAITLIST DELETE FAILED FOR "
                       WAIT-CLASS " ***"
           END-DELETE.

       WRITE-PROMOTION-NOTICE.
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE FIRST-NAME TO NTC-FIRST-NAME
           MOVE LAST-NAME  TO NTC-LAST-NAME
           MOVE STUDENT-ID TO NTC-STUDENT-ID
           WRITE NOTICE-LINE FROM NOTICE-NAME-LINE
           WRITE NOTICE-LINE FROM PROMOTION-TEXT-LINE
           MOVE WAIT-CLASS TO NTC-CLASS
           MOVE WAIT-TERM  TO NTC-TERM
           WRITE NOTICE-LINE FROM PROMOTION-CLASS-LINE
           WRITE NOTICE-LINE FROM NOTICE-SEPARATOR-LINE.

       NOTE-WAITLIST-ADDED.
           ADD 1 TO WAITLISTED-COUNT.

       NOTE-WAITLIST-PROMOTED.
           ADD 1 TO PROMOTED-COUNT.

       REPORT-APPLIED.
           ADD 1 TO APPLIED-COUNT
           MOVE "APPLIED" TO DTL-RESULT
           MOVE SPACES    TO DTL-REASON
           IF WLR-COUNT > ZERO
               MOVE "FULL CLASS(ES) WAITLISTED" TO DTL-REASON
           END-IF
           IF GRADUATION-OVERRIDDEN
               MOVE "GRADUATED BY AUDIT OVERRIDE" TO DTL-REASON
           END-IF
           PERFORM WRITE-DETAIL-LINE.

       REPORT-REJECTED.
           MOVE APPLIED-COUNT  TO TOT-APPLIED
           WRITE MAINTENANCE-LINE FROM TOTAL-LINE-2
           MOVE REJECTED-COUNT TO TOT-REJECTED
           WRITE MAINTENANCE-LINE FROM TOTAL-LINE-3
           MOVE WAITLISTED-COUNT TO TOT-WAITLISTED
           WRITE MAINTENANCE-LINE FROM TOTAL-LINE-4
           MOVE PROMOTED-COUNT TO TOT-PROMOTED
           WRITE MAINTENANCE-LINE FROM TOTAL-LINE-5.

       REGISTER-RUN.
           OPEN I-O RUN-CONTROL-FILE
