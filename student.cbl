               RECORD KEY IS PROF-STUDENT-ID
               FILE STATUS IS STUPROF-STATUS.

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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUM-STUDENT-ID
               ALTERNATE RECORD KEY IS ALUM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS ALUMARC-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           LABEL RECORDS ARE STANDARD.
           COPY STUPROF.

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
           88 STUPROF-OK       VALUE "00".
           88 STUPROF-NOT-FOUND VALUE "35".

       01  PREREQ-STATUS PIC X(02).
           88 PREREQ-OK        VALUE "00".

       01  STUHIST-STATUS PIC X(02).
           88 STUHIST-OK       VALUE "00".

       01  WAITLIST-STATUS PIC X(02).
           88 WAITLIST-OK      VALUE "00".

       01  WAITNTC-STATUS PIC X(02).
           88 WAITNTC-OK       VALUE "00".

       01  REGHOLD-STATUS PIC X(02).
           88 REGHOLD-OK       VALUE "00".

       01  DEGPROG-STATUS PIC X(02).
           88 DEGPROG-OK       VALUE "00".

       01  STUDECL-STATUS PIC X(02).
           88 STUDECL-OK       VALUE "00".

       01  ALUMARC-STATUS PIC X(02).
           88 ALUMARC-OK       VALUE "00".
           88 ALUMARC-NOT-FOUND VALUE "35".

       01  RUNCTL-STATUS PIC X(02).
           88 RUNCTL-OK        VALUE "00".
           88 RUNCTL-NOT-FOUND VALUE "35".
       01  CLASS-OK-SWITCH PIC X(01) VALUE "N".
           88 CLASS-IS-VALID    VALUE "Y".

       01  GRADE-OK-SWITCH PIC X(01) VALUE "N".
           88 GRADE-IS-VALID    VALUE "Y".

       01  CATALOG-OPEN-SWITCH PIC X(01) VALUE "N".
           88 CATALOG-IS-OPEN   VALUE "Y".


       01  ENROLLMENT-INDEX PIC 9(02).

       01  PREREQ-FILE-OPEN-SWITCH PIC X(01) VALUE "N".
           88 PREREQ-FILE-IS-OPEN VALUE "Y".

       01  HISTORY-EOF-SWITCH PIC X(01) VALUE "N".
           88 HISTORY-EOF        VALUE "Y".

       01  PREREQ-MET-SWITCH PIC X(01) VALUE "Y".
           88 PREREQS-ARE-MET    VALUE "Y".

       01  COURSE-PASSED-SWITCH PIC X(01) VALUE "N".
           88 COURSE-WAS-PASSED  VALUE "Y".

       01  CLASS-HELD-SWITCH PIC X(01) VALUE "N".
           88 CLASS-ALREADY-HELD VALUE "Y".

       01  PREREQ-INDEX    PIC 9(02).
       01  COMPLETED-INDEX PIC 9(03).
       01  HELD-INDEX      PIC 9(02).

       01  HISTORY-STUDENT-ID PIC 9(05).
       01  PREREQ-CHECK-CLASS PIC X(10).
       01  MISSING-PREREQ     PIC X(10).
       01  MISSING-GRADE      PIC X(01).
       01  OVERRIDE-REASON-INPUT PIC X(03).

       01  COMPLETED-COURSE-AREA.
           05  COMPLETED-COUNT PIC 9(03) VALUE ZERO.
           05  COMPLETED-ENTRY OCCURS 200 TIMES.
               10  COMPLETED-CLASS PIC X(10).
               10  COMPLETED-GRADE PIC X(01).

       01  HELD-SEAT-AREA.
           05  HELD-COUNT PIC 9(02) VALUE ZERO.
           05  HELD-ENTRY OCCURS 10 TIMES.
               10  HELD-CLASS PIC X(10).
               10  HELD-TERM  PIC X(05).

       01  OVERRIDE-AREA.
           05  OVERRIDE-ENTRY OCCURS 10 TIMES.
               10  OVR-REASON         PIC X(03).
               10  OVR-MISSING-COURSE PIC X(10).

       01  PREREQ-OVERRIDE-IMAGE.
           05  POI-CLASS          PIC X(10).
           05  POI-TERM           PIC X(05).
           05  POI-MISSING-COURSE PIC X(10).
           05  POI-SOURCE         PIC X(07).

       01  PREOVR-REASON-CODE PIC X(03).

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

       01  WAITLIST-ANSWER    PIC X(01).
       01  WAITLIST-SOURCE    PIC X(07) VALUE "ONLINE".
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
       01  SUPERVISOR-INPUT  PIC X(08).
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

       01  TIME-OF-DAY.
           05  TOD-HHMMSS      PIC 9(06).
           05  TOD-HUNDREDTHS  PIC 9(02).

       01  USER-INPUT PIC X(4).

       01  ALUMNI-FILE-OPEN-SWITCH PIC X(01) VALUE "N".
           88 ALUMNI-FILE-IS-OPEN VALUE "Y".

       01  ARCHIVED-SWITCH PIC X(01) VALUE "N".
           88 STUDENT-IS-ARCHIVED VALUE "Y".

       01  SEARCH-EOF-SWITCH PIC X(01) VALUE "N".
           88 SEARCH-EOF        VALUE "Y".

           PERFORM OPEN-SEAT-COUNT-FILE.
           PERFORM OPEN-TERM-MASTER-FILE.
           PERFORM OPEN-STUDENT-PROFILE-FILE.
           PERFORM OPEN-PREREQUISITE-FILE.
           PERFORM OPEN-WAITLIST-FILE.
           PERFORM OPEN-REGISTRATION-HOLD-FILE.
           PERFORM OPEN-DEGREE-PROGRAM-FILES.
           PERFORM OPEN-ALUMNI-ARCHIVE-FILE.
           PERFORM MENU-PROCESS UNTIL DONE-PROCESSING.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE AUDIT-FILE.
           IF PROFILE-FILE-IS-OPEN
               CLOSE STUDENT-PROFILE-FILE
           END-IF.
           IF PREREQ-FILE-IS-OPEN
               CLOSE PREREQUISITE-FILE
           END-IF.
           IF WAITLIST-FILE-IS-OPEN
               CLOSE WAITLIST-FILE
               CLOSE NOTICE-FILE
           END-IF.
           IF REGHOLD-FILE-IS-OPEN
               CLOSE REGISTRATION-HOLD-FILE
           END-IF.
           IF DEGREE-FILES-ARE-OPEN
               CLOSE DEGREE-PROGRAM-FILE
               CLOSE STUDENT-DECLARATION-FILE
           END-IF.
           IF ALUMNI-FILE-IS-OPEN
               CLOSE ALUMNI-ARCHIVE-FILE
           END-IF.
           PERFORM RELEASE-RUN.
           GOBACK.

               DISPLAY "*** PROFILES CANNOT BE MAINTAINED ***"
           END-IF.

       OPEN-PREREQUISITE-FILE.
           OPEN INPUT PREREQUISITE-FILE
           IF PREREQ-OK
               MOVE "Y" TO PREREQ-FILE-OPEN-SWITCH
           ELSE
               DISPLAY "*** UNABLE TO OPEN PREREQUISITE-FILE ***"
               DISPLAY "*** RUN PREREQUISITE-PROGRAM TO BUILD IT ***"
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
               DISPLAY "*** CLASS WAITLISTS WILL NOT BE KEPT ***"
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
               DISPLAY "*** RUN DEGREE-PROGRAM-PROGRAM TO BUILD IT ***"
               DISPLAY "*** GRADUATION NEEDS A SUPERVISOR OVERRIDE ***"
           END-IF.

       OPEN-ALUMNI-ARCHIVE-FILE.
           OPEN I-O ALUMNI-ARCHIVE-FILE
           IF ALUMARC-NOT-FOUND
               OPEN OUTPUT ALUMNI-ARCHIVE-FILE
               CLOSE ALUMNI-ARCHIVE-FILE
               OPEN I-O ALUMNI-ARCHIVE-FILE
           END-IF
           IF ALUMARC-OK
               MOVE "Y" TO ALUMNI-FILE-OPEN-SWITCH
           ELSE
               DISPLAY "*** UNABLE TO OPEN ALUMNI-ARCHIVE-FILE ***"
               DISPLAY "*** ARCHIVED STUDENTS WILL NOT BE FOUND ***"
           END-IF.

       OPEN-TERM-MASTER-FILE.
           OPEN INPUT TERM-MASTER-FILE
           IF TRMMAS-OK
           ACCEPT LAST-NAME
           MOVE "A" TO STUDENT-STATUS
           MOVE SPACE TO STUDENT-STANDING
           MOVE ZERO TO HELD-COUNT
           PERFORM CHECK-ENROLLMENT-HOLDS
           IF STUDENT-HAS-HOLD
               MOVE ZERO TO ENROLLMENT-COUNT
           ELSE
               PERFORM ACCEPT-ENROLLMENTS
           END-IF
           MOVE SPACES         TO BEFORE-IMAGE-AREA
           MOVE SPACES         TO AFTER-IMAGE-AREA
           MOVE STUDENT-RECORD TO AFTER-IMAGE-AREA
               NOT INVALID KEY
                   PERFORM TAKE-STUDENT-SEATS
                   PERFORM LOG-ADD-AUDIT
                   PERFORM LOG-OVERRIDE-AUDITS
                   PERFORM WRITE-WAITLIST-REQUESTS
           END-WRITE.

       LOG-ADD-AUDIT.
           MOVE "ADD" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT-RECORD.

       CHECK-ENROLLMENT-HOLDS.
           MOVE STUDENT-ID       TO CHECK-HOLD-STUDENT-ID
           MOVE STUDENT-STANDING TO CHECK-HOLD-STANDING
           PERFORM CHECK-STUDENT-HOLDS
           IF STUDENT-HAS-HOLD
               DISPLAY "*** ACTIVE " ACTIVE-HOLD-TYPE
                   " HOLD - NO NEW ENROLLMENTS TAKEN ***"
               MOVE ZERO TO WLR-COUNT
               MOVE SPACES TO OVERRIDE-AREA
           END-IF.

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

       ACCEPT-ENROLLMENTS.
           MOVE STUDENT-ID TO HISTORY-STUDENT-ID
           PERFORM LOAD-COMPLETED-COURSES
           MOVE ZERO TO WLR-COUNT
           MOVE ZERO TO ENROLLMENT-COUNT
           MOVE "Y" TO MORE-CLASSES-SWITCH
           PERFORM ACCEPT-ONE-ENROLLMENT
           ADD 1 TO ENROLLMENT-COUNT
           DISPLAY " "
           DISPLAY "--ENROLLMENT " ENROLLMENT-COUNT "--"
           MOVE SPACES TO OVR-REASON(ENROLLMENT-COUNT)
           MOVE SPACES TO OVR-MISSING-COURSE(ENROLLMENT-COUNT)
           MOVE "N" TO CLASS-OK-SWITCH
           PERFORM ACCEPT-ENROLLMENT-CLASS UNTIL CLASS-IS-VALID
           MOVE "N" TO GRADE-OK-SWITCH
           PERFORM ACCEPT-ENROLLMENT-GRADE UNTIL GRADE-IS-VALID
           MOVE SPACES TO STUDENT-TERM(ENROLLMENT-COUNT)
           PERFORM ACCEPT-ENROLLMENT-TERM
               UNTIL STUDENT-TERM(ENROLLMENT-COUNT) NOT = SPACES
           PERFORM CHECK-SEAT-AVAILABILITY
           IF CLASS-IS-FULL
               DISPLAY "*** CLASS IS FULL FOR TERM - NOT ENROLLED ***"
               PERFORM OFFER-WAITLIST
               MOVE SPACES TO OVR-REASON(ENROLLMENT-COUNT)
               MOVE SPACES TO OVR-MISSING-COURSE(ENROLLMENT-COUNT)
               SUBTRACT 1 FROM ENROLLMENT-COUNT
           END-IF
           IF ENROLLMENT-COUNT < 10
               MOVE "N" TO MORE-CLASSES-SWITCH
           END-IF.

       OFFER-WAITLIST.
           IF WAITLIST-FILE-IS-OPEN AND WLR-COUNT < 10
               DISPLAY "ADD STUDENT TO THE WAITLIST? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WAITLIST-ANSWER
               IF WAITLIST-ANSWER = "Y"
                   ADD 1 TO WLR-COUNT
                   MOVE STUDENT-CLASS(ENROLLMENT-COUNT)
                       TO WLR-CLASS(WLR-COUNT)
                   MOVE STUDENT-TERM(ENROLLMENT-COUNT)
                       TO WLR-TERM(WLR-COUNT)
                   MOVE STUDENT-GRADE(ENROLLMENT-COUNT)
                       TO WLR-GRADE(WLR-COUNT)
                   MOVE OVR-REASON(ENROLLMENT-COUNT)
                       TO WLR-OVR-REASON(WLR-COUNT)
                   MOVE OVR-MISSING-COURSE(ENROLLMENT-COUNT)
                       TO WLR-OVR-MISSING-COURSE(WLR-COUNT)
                   DISPLAY "*** WAITLIST PLACE TAKEN WHEN RECORD"
                       " IS SAVED ***"
               END-IF
           END-IF.

       ACCEPT-ENROLLMENT-GRADE.
           DISPLAY "GRADE (A/B/C/D, BLANK IF NOT YET GRADED): "
               WITH NO ADVANCING
           ACCEPT STUDENT-GRADE(ENROLLMENT-COUNT)
           IF ABOVE-AVERAGE(ENROLLMENT-COUNT)
              OR AVERAGE(ENROLLMENT-COUNT)
              OR BELOW-AVERAGE(ENROLLMENT-COUNT)
              OR FAILING(ENROLLMENT-COUNT)
              OR GRADE-PENDING(ENROLLMENT-COUNT)
               MOVE "Y" TO GRADE-OK-SWITCH
           ELSE
               DISPLAY "*** GRADE MUST BE A, B, C, D OR BLANK ***"
           END-IF.

       ACCEPT-ENROLLMENT-TERM.
           IF CURRENT-TERM NOT = SPACES
               DISPLAY "TERM (BLANK FOR " CURRENT-TERM "): "
                   INVALID KEY
                       DISPLAY "*** CLASS NOT ON COURSE CATALOG ***"
                   NOT INVALID KEY
                       PERFORM CHECK-ENROLLMENT-PREREQUISITES
               END-READ
           ELSE
               PERFORM CHECK-ENROLLMENT-PREREQUISITES
           END-IF.

       CHECK-ENROLLMENT-PREREQUISITES.
           PERFORM CHECK-FOR-HELD-CLASS
           IF CLASS-ALREADY-HELD
               MOVE "Y" TO PREREQ-MET-SWITCH
           ELSE
               MOVE STUDENT-CLASS(ENROLLMENT-COUNT)
                   TO PREREQ-CHECK-CLASS
               PERFORM CHECK-PREREQUISITES
           END-IF
           IF PREREQS-ARE-MET
               MOVE "Y" TO CLASS-OK-SWITCH
           ELSE
               DISPLAY "*** PREREQUISITE NOT MET: " MISSING-PREREQ
                   " GRADE " MISSING-GRADE " OR BETTER ***"
               DISPLAY "OVERRIDE REASON CODE (BLANK TO REFUSE): "
                   WITH NO ADVANCING
               ACCEPT OVERRIDE-REASON-INPUT
               IF OVERRIDE-REASON-INPUT = SPACES
                   DISPLAY "*** CLASS NOT TAKEN - ENTER ANOTHER ***"
               ELSE
                   MOVE OVERRIDE-REASON-INPUT
                       TO OVR-REASON(ENROLLMENT-COUNT)
                   MOVE MISSING-PREREQ
                       TO OVR-MISSING-COURSE(ENROLLMENT-COUNT)
                   MOVE "Y" TO CLASS-OK-SWITCH
               END-IF
           END-IF.

       CHECK-FOR-HELD-CLASS.
           MOVE "N" TO CLASS-HELD-SWITCH
           PERFORM SCAN-ONE-HELD-CLASS
               VARYING HELD-INDEX FROM 1 BY 1
               UNTIL HELD-INDEX > HELD-COUNT
                  OR CLASS-ALREADY-HELD.

       SCAN-ONE-HELD-CLASS.
           IF HELD-CLASS(HELD-INDEX) = STUDENT-CLASS(ENROLLMENT-COUNT)
               MOVE "Y" TO CLASS-HELD-SWITCH
           END-IF.

       LOAD-HELD-CLASSES.
           MOVE ENROLLMENT-COUNT TO HELD-COUNT
           PERFORM LOAD-ONE-HELD-CLASS
               VARYING HELD-INDEX FROM 1 BY 1
               UNTIL HELD-INDEX > HELD-COUNT.

       LOAD-ONE-HELD-CLASS.
           MOVE STUDENT-CLASS(HELD-INDEX) TO HELD-CLASS(HELD-INDEX)
           MOVE STUDENT-TERM(HELD-INDEX)  TO HELD-TERM(HELD-INDEX).

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

       CHECK-SEAT-AVAILABILITY.
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
           MOVE STUDENT-TERM(ENROLLMENT-INDEX)  TO WRK-SEAT-TERM
           PERFORM TAKE-ONE-SEAT.

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
           DISPLAY "*** STUDENT WAITLISTED FOR " WAIT-CLASS
               " TERM " WAIT-TERM " ***".

       NOTE-WAITLIST-PROMOTED.
           DISPLAY "*** STUDENT " STUDENT-ID
               " ENROLLED FROM WAITLIST IN " WAIT-CLASS " ***".

       INQUIRE-STUDENT.
           PERFORM GET-EXISTING-STUDENT-ID
           IF RECORD-WAS-FOUND
               PERFORM DISPLAY-STUDENT
           END-IF
           IF STUDENT-IS-ARCHIVED
               PERFORM DISPLAY-ARCHIVED-STUDENT
           END-IF.

       FIND-STUDENT-BY-NAME.
                   MOVE "Y" TO SEARCH-EOF-SWITCH
           END-START
           PERFORM READ-NEXT-MATCH
           PERFORM LIST-ONE-MATCH UNTIL SEARCH-EOF
           IF ALUMNI-FILE-IS-OPEN
               PERFORM LIST-MATCHING-ALUMNI
           END-IF.

       LIST-MATCHING-ALUMNI.
           MOVE "N" TO SEARCH-EOF-SWITCH
           MOVE SEARCH-NAME TO ALUM-LAST-NAME
           START ALUMNI-ARCHIVE-FILE
               KEY IS NOT LESS THAN ALUM-LAST-NAME
               INVALID KEY
                   MOVE "Y" TO SEARCH-EOF-SWITCH
           END-START
           PERFORM READ-NEXT-ALUMNI-MATCH
           PERFORM LIST-ONE-ALUMNI-MATCH UNTIL SEARCH-EOF.

       READ-NEXT-ALUMNI-MATCH.
           IF NOT SEARCH-EOF
               READ ALUMNI-ARCHIVE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SEARCH-EOF-SWITCH
               END-READ
           END-IF
           IF NOT SEARCH-EOF
               IF ALUM-LAST-NAME(1:SEARCH-LENGTH)
                  NOT = SEARCH-NAME(1:SEARCH-LENGTH)
                   MOVE "Y" TO SEARCH-EOF-SWITCH
               END-IF
           END-IF.

       LIST-ONE-ALUMNI-MATCH.
           ADD 1 TO MATCH-COUNT
           DISPLAY "  ID: " ALUM-STUDENT-ID
               "  NAME: " ALUM-IMG-FIRST-NAME " " ALUM-LAST-NAME
               "  ARCHIVED: " ALUM-ARCHIVE-DATE
           PERFORM READ-NEXT-ALUMNI-MATCH.

       READ-NEXT-MATCH.
           IF NOT SEARCH-EOF
                   MOVE PICK-INPUT TO STUDENT-ID
                   READ STUDENT-MASTER-FILE
                       INVALID KEY
                           PERFORM PICK-ARCHIVED-STUDENT
                       NOT INVALID KEY
                           PERFORM DISPLAY-STUDENT
                   END-READ
               END-IF
           END-IF.

       PICK-ARCHIVED-STUDENT.
           PERFORM CHECK-ALUMNI-ARCHIVE
           IF STUDENT-IS-ARCHIVED
               PERFORM DISPLAY-ARCHIVED-STUDENT
           ELSE
               DISPLAY "*** STUDENT ID NOT ON FILE ***"
           END-IF.

       UPDATE-STUDENT.
           PERFORM GET-EXISTING-STUDENT-ID
           IF RECORD-WAS-FOUND
               ACCEPT FIRST-NAME
               DISPLAY "LAST NAME: " WITH NO ADVANCING
               ACCEPT LAST-NAME
               PERFORM CHECK-ENROLLMENT-HOLDS
               PERFORM LOAD-HELD-CLASSES
               PERFORM RELEASE-STUDENT-SEATS
               IF STUDENT-HAS-HOLD
                   DISPLAY "*** ENROLLMENTS LEFT AS THEY ARE ***"
                   MOVE ZERO TO FREED-COUNT
               ELSE
                   PERFORM ACCEPT-ENROLLMENTS
               END-IF
               MOVE SPACES TO AFTER-IMAGE-AREA
               MOVE STUDENT-RECORD TO AFTER-IMAGE-AREA
               REWRITE STUDENT-RECORD
                   NOT INVALID KEY
                       PERFORM TAKE-STUDENT-SEATS
                       PERFORM LOG-UPDATE-AUDIT
                       PERFORM LOG-OVERRIDE-AUDITS
                       PERFORM WRITE-WAITLIST-REQUESTS
                       PERFORM PROMOTE-FROM-WAITLISTS
               END-REWRITE
           END-IF.

           MOVE "UPDATE" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT-RECORD.

       LOG-OVERRIDE-AUDITS.
           PERFORM LOG-ONE-OVERRIDE-AUDIT
               VARYING ENROLLMENT-INDEX FROM 1 BY 1
               UNTIL ENROLLMENT-INDEX > ENROLLMENT-COUNT.

       LOG-ONE-OVERRIDE-AUDIT.
           IF OVR-REASON(ENROLLMENT-INDEX) NOT = SPACES
               MOVE STUDENT-CLASS(ENROLLMENT-INDEX) TO POI-CLASS
               MOVE STUDENT-TERM(ENROLLMENT-INDEX)  TO POI-TERM
               MOVE OVR-MISSING-COURSE(ENROLLMENT-INDEX)
                   TO POI-MISSING-COURSE
               MOVE "ONLINE" TO POI-SOURCE
               MOVE OVR-REASON(ENROLLMENT-INDEX) TO PREOVR-REASON-CODE
               PERFORM WRITE-OVERRIDE-AUDIT
           END-IF.

       WITHDRAW-STUDENT.
           PERFORM GET-EXISTING-STUDENT-ID
           IF RECORD-WAS-FOUND
                           PERFORM RELEASE-STUDENT-SEATS
                           PERFORM LOG-WITHDRAW-AUDIT
                           DISPLAY "*** STUDENT WITHDRAWN ***"
                           PERFORM PROMOTE-FROM-WAITLISTS
                   END-REWRITE
               END-IF
           END-IF.

       REINSTATE-STUDENT.
           PERFORM GET-EXISTING-STUDENT-ID
           IF STUDENT-IS-ARCHIVED
               PERFORM RESTORE-ARCHIVED-STUDENT
           END-IF
           IF RECORD-WAS-FOUND
               PERFORM DISPLAY-STUDENT
               IF NOT STUDENT-WITHDRAWN
           MOVE "REINST" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT-RECORD.

       RESTORE-ARCHIVED-STUDENT.
           IF NOT ALUM-IMG-WITHDRAWN
               PERFORM DISPLAY-ARCHIVED-STUDENT
               DISPLAY "*** STUDENT IS NOT WITHDRAWN ***"
           ELSE
               IF ALUM-HAS-PROFILE AND NOT PROFILE-FILE-IS-OPEN
                   DISPLAY "*** STUDENT-PROFILE-FILE IS NOT OPEN ***"
               ELSE
                   MOVE ALUM-IMG-ENROLLMENT-COUNT TO ENROLLMENT-COUNT
                   MOVE ALUM-STUDENT-IMAGE TO STUDENT-RECORD
                   WRITE STUDENT-RECORD
                       INVALID KEY
                           DISPLAY "*** RESTORE FAILED ***"
                       NOT INVALID KEY
                           PERFORM FINISH-ARCHIVE-RESTORE
                   END-WRITE
               END-IF
           END-IF.

       FINISH-ARCHIVE-RESTORE.
           IF ALUM-HAS-PROFILE
               PERFORM RESTORE-ARCHIVED-PROFILE
           END-IF
           DELETE ALUMNI-ARCHIVE-FILE RECORD
               INVALID KEY
                   DISPLAY "*** ARCHIVE RECORD NOT REMOVED ***"
           END-DELETE
           MOVE SPACES TO BEFORE-IMAGE-AREA
           MOVE SPACES TO AFTER-IMAGE-AREA
           MOVE STUDENT-RECORD TO AFTER-IMAGE-AREA
           MOVE "RESTOR" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "*** STUDENT RESTORED FROM ALUMNI ARCHIVE ***"
           MOVE "Y" TO FOUND-SWITCH
           MOVE AFTER-IMAGE-AREA TO BEFORE-IMAGE-AREA.

       RESTORE-ARCHIVED-PROFILE.
           MOVE ALUM-PROFILE-IMAGE TO PROFILE-RECORD
           WRITE PROFILE-RECORD
               INVALID KEY
                   DISPLAY "*** PROFILE ALREADY ON FILE - KEPT ***"
           END-WRITE.

       GRADUATE-STUDENT.
           PERFORM GET-EXISTING-STUDENT-ID
           IF RECORD-WAS-FOUND
               IF STUDENT-GRADUATED
                   DISPLAY "*** STUDENT ALREADY GRADUATED ***"
               ELSE
                   PERFORM CHECK-GRADUATION-ELIGIBILITY
                   MOVE "N" TO GRAD-OVERRIDE-SWITCH
                   IF NOT GRADUATION-ELIGIBLE
                       DISPLAY "*** DEGREE AUDIT NOT MET: "
                           GRAD-SHORTFALL " ***"
                       PERFORM ACCEPT-GRADUATION-OVERRIDE
                   END-IF
                   IF GRADUATION-ELIGIBLE OR GRADUATION-OVERRIDDEN
                       PERFORM GRADUATE-STUDENT-RECORD
                   ELSE
                       DISPLAY "*** GRADUATION REFUSED ***"
                   END-IF
               END-IF
           END-IF.

       GRADUATE-STUDENT-RECORD.
           MOVE "G" TO STUDENT-STATUS
           MOVE SPACES TO AFTER-IMAGE-AREA
           MOVE STUDENT-RECORD TO AFTER-IMAGE-AREA
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "*** GRADUATE FAILED ***"
               NOT INVALID KEY
                   PERFORM LOG-GRADUATE-AUDIT
                   IF GRADUATION-OVERRIDDEN
                       PERFORM WRITE-GRAD-OVERRIDE-AUDIT
                   END-IF
                   DISPLAY "*** STUDENT GRADUATED ***"
           END-REWRITE.

       LOG-GRADUATE-AUDIT.
           MOVE "GRAD" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT-RECORD.

       ACCEPT-GRADUATION-OVERRIDE.
           DISPLAY "SUPERVISOR ID TO OVERRIDE (BLANK TO REFUSE): "
               WITH NO ADVANCING
           ACCEPT SUPERVISOR-INPUT
           IF SUPERVISOR-INPUT NOT = SPACES
               MOVE SPACES TO OVERRIDE-REASON-INPUT
               PERFORM ACCEPT-GRAD-OVERRIDE-REASON
                   UNTIL OVERRIDE-REASON-INPUT NOT = SPACES
               MOVE "Y" TO GRAD-OVERRIDE-SWITCH
           END-IF.

       ACCEPT-GRAD-OVERRIDE-REASON.
           DISPLAY "OVERRIDE REASON CODE: " WITH NO ADVANCING
           ACCEPT OVERRIDE-REASON-INPUT
           IF OVERRIDE-REASON-INPUT = SPACES
               DISPLAY "*** REASON CODE MUST NOT BE BLANK ***"
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

       MAINTAIN-PROFILE.
           IF NOT PROFILE-FILE-IS-OPEN
               DISPLAY "*** STUDENT-PROFILE-FILE IS NOT OPEN ***"
           DISPLAY " "
           DISPLAY "STUDENT ID: " WITH NO ADVANCING
           ACCEPT STUDENT-ID
           MOVE "N" TO ARCHIVED-SWITCH
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO FOUND-SWITCH
                   PERFORM REPORT-MISSING-STUDENT
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-SWITCH
                   MOVE SPACES TO BEFORE-IMAGE-AREA
                   MOVE STUDENT-RECORD TO BEFORE-IMAGE-AREA
           END-READ.

       REPORT-MISSING-STUDENT.
           PERFORM CHECK-ALUMNI-ARCHIVE
           IF STUDENT-IS-ARCHIVED
               DISPLAY "*** STUDENT IS ON THE ALUMNI ARCHIVE ***"
           ELSE
               DISPLAY "*** STUDENT ID NOT ON FILE ***"
           END-IF.

       CHECK-ALUMNI-ARCHIVE.
           MOVE "N" TO ARCHIVED-SWITCH
           IF ALUMNI-FILE-IS-OPEN
               MOVE STUDENT-ID TO ALUM-STUDENT-ID
               READ ALUMNI-ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO ARCHIVED-SWITCH
               END-READ
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE STUDENT-ID          TO AUDIT-STUDENT-ID
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           MOVE SPACES              TO AUDIT-REASON-CODE
           WRITE AUDIT-RECORD.

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
           MOVE SUPERVISOR-INPUT TO GOI-SUPERVISOR
           MOVE "ONLINE"         TO GOI-SOURCE
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
           MOVE OVERRIDE-REASON-INPUT TO AUDIT-REASON-CODE
           WRITE AUDIT-RECORD.

       DISPLAY-STUDENT.
           DISPLAY " "
           DISPLAY "STUDENT ID : " STUDENT-ID
               VARYING ENROLLMENT-INDEX FROM 1 BY 1
               UNTIL ENROLLMENT-INDEX > ENROLLMENT-COUNT.

       DISPLAY-ARCHIVED-STUDENT.
           MOVE ALUM-IMG-ENROLLMENT-COUNT TO ENROLLMENT-COUNT
           MOVE ALUM-STUDENT-IMAGE TO STUDENT-RECORD
           PERFORM DISPLAY-STUDENT
           DISPLAY "ARCHIVED   : " ALUM-ARCHIVE-DATE
               "  LAST TERM: " ALUM-LAST-TERM.

       DISPLAY-ONE-ENROLLMENT.
           IF GRADE-PENDING(ENROLLMENT-INDEX)
               DISPLAY "  CLASS: " STUDENT-CLASS(ENROLLMENT-INDEX)
                   " GRADE: PENDING"
                   " TERM: " STUDENT-TERM(ENROLLMENT-INDEX)
           ELSE
               DISPLAY "  CLASS: " STUDENT-CLASS(ENROLLMENT-INDEX)
                   " GRADE: " STUDENT-GRADE(ENROLLMENT-INDEX)
                   " TERM: " STUDENT-TERM(ENROLLMENT-INDEX)
           END-IF.

       GET-STUDENT-ID.
           MOVE "N" TO ID-OK-SWITCH
           ELSE
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       PERFORM CHECK-NEW-ID-NOT-ARCHIVED
                   NOT INVALID KEY
                       DISPLAY "*** STUDENT ID ALREADY ON FILE ***"
               END-READ
           END-IF.

       CHECK-NEW-ID-NOT-ARCHIVED.
           PERFORM CHECK-ALUMNI-ARCHIVE
           IF STUDENT-IS-ARCHIVED
               DISPLAY "*** STUDENT ID IS ON THE ALUMNI ARCHIVE ***"
           ELSE
               MOVE "Y" TO ID-OK-SWITCH
           END-IF.

       BANNER.
           DISPLAY "                                          "
           DISPLAY " ***************************************  "
