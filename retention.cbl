       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION-COHORT-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDMAS-STATUS.

           SELECT ALUMNI-ARCHIVE-FILE ASSIGN TO "ALUMARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUM-STUDENT-ID
               ALTERNATE RECORD KEY IS ALUM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS ALUMARC-STATUS.

           SELECT TERM-MASTER-FILE ASSIGN TO "TRMMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TERM-CODE
               FILE STATUS IS TRMMAS-STATUS.

           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS CRSMAS-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "STUHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUHIST-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".

           SELECT RETENTION-REPORT-FILE ASSIGN TO "RETNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETNRPT-STATUS.

           SELECT STOPPED-OUT-FILE ASSIGN TO "STOPLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOPLST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 29 TO 189 CHARACTERS
               DEPENDING ON ENROLLMENT-COUNT.
           COPY STUDMAS.

       FD  ALUMNI-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALUMARC.

       FD  TERM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRMMAS.

       FD  COURSE-CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CRSMAS.

       FD  HISTORY-FILE
           LABEL RECORDS ARE OMITTED.
           COPY STUHIST.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-STUDENT-ID          PIC 9(05).
           05  SORT-TERM-SEQ            PIC 9(03).
           05  SORT-DEPT                PIC X(04).

       FD  RETENTION-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RETENTION-LINE PIC X(80).

       FD  STOPPED-OUT-FILE
           LABEL RECORDS ARE OMITTED.
       01  STOPPED-OUT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  STUDMAS-STATUS PIC X(02).
           88 STUDMAS-OK       VALUE "00".

       01  ALUMARC-STATUS PIC X(02).
           88 ALUMARC-OK       VALUE "00".

       01  TRMMAS-STATUS PIC X(02).
           88 TRMMAS-OK        VALUE "00".

       01  CRSMAS-STATUS PIC X(02).
           88 CRSMAS-OK        VALUE "00".

       01  STUHIST-STATUS PIC X(02).
           88 STUHIST-OK       VALUE "00".

       01  RETNRPT-STATUS PIC X(02).
           88 RETNRPT-OK       VALUE "00".

       01  STOPLST-STATUS PIC X(02).
           88 STOPLST-OK       VALUE "00".

       01  MASTER-EOF-SWITCH PIC X(01) VALUE "N".
           88 MASTER-EOF        VALUE "Y".

       01  ALUMNI-EOF-SWITCH PIC X(01) VALUE "N".
           88 ALUMNI-EOF        VALUE "Y".

       01  HISTORY-EOF-SWITCH PIC X(01) VALUE "N".
           88 HISTORY-EOF       VALUE "Y".

       01  TERM-EOF-SWITCH PIC X(01) VALUE "N".
           88 TERM-EOF          VALUE "Y".

       01  SORT-EOF-SWITCH PIC X(01) VALUE "N".
           88 SORT-EOF          VALUE "Y".

       01  ALUMNI-FILE-OPEN-SWITCH PIC X(01) VALUE "N".
           88 ALUMNI-FILE-IS-OPEN VALUE "Y".

       01  TERM-FOUND-SWITCH PIC X(01) VALUE "N".
           88 TERM-WAS-FOUND    VALUE "Y".

       01  DEPT-FOUND-SWITCH PIC X(01) VALUE "N".
           88 DEPT-WAS-FOUND    VALUE "Y".

       01  STUDENT-FOUND-SWITCH PIC X(01) VALUE "N".
           88 STUDENT-WAS-FOUND VALUE "Y".

       01  ENROLLMENT-INDEX PIC 9(02).
       01  TERM-INDEX       PIC 9(03).
       01  SCAN-INDEX       PIC 9(03).
       01  TERM-RANK        PIC 9(03).
       01  STM-INDEX        PIC 9(03).
       01  NEXT-STM-INDEX   PIC 9(03).
       01  DEPT-INDEX       PIC 9(02).
       01  FOUND-DEPT-INDEX PIC 9(02).
       01  GROUP-INDEX      PIC 9(02).
       01  STANDING-GROUP   PIC 9(02).
       01  DEPT-GROUP       PIC 9(02).
       01  OUTCOME-INDEX    PIC 9(01).

       01  RUN-DATE            PIC 9(08).
       01  LOOKUP-TERM         PIC X(05).
       01  LOOKUP-SEQ          PIC 9(03).
       01  CURRENT-STUDENT-ID  PIC 9(05).
       01  CURRENT-TERM-SEQ    PIC 9(03).
       01  NEXT-TERM-SEQ       PIC 9(03).
       01  RUN-DEPT            PIC X(04).
       01  RUN-DEPT-COUNT      PIC 9(03).
       01  BEST-DEPT           PIC X(04).
       01  BEST-DEPT-COUNT     PIC 9(03).

       01  TERM-TABLE-AREA.
           05  TERM-COUNT PIC 9(03) VALUE ZERO.
           05  TERM-ENTRY OCCURS 200 TIMES.
               10  TTB-CODE       PIC X(05).
               10  TTB-START-DATE PIC 9(08).
               10  TTB-SEQ        PIC 9(03).

       01  TERM-ORDER-AREA.
           05  TERM-ORDER-ENTRY OCCURS 200 TIMES.
               10  TORD-CODE       PIC X(05).
               10  TORD-START-DATE PIC 9(08).

       01  DEPT-TABLE-AREA.
           05  DEPT-COUNT PIC 9(02) VALUE ZERO.
           05  DEPT-ENTRY OCCURS 50 TIMES.
               10  DPT-CODE       PIC X(04).

       01  STUDENT-TERM-AREA.
           05  STM-COUNT PIC 9(03) VALUE ZERO.
           05  STUDENT-TERM-ENTRY OCCURS 200 TIMES.
               10  STM-SEQ        PIC 9(03).
               10  STM-DEPT       PIC X(04).

      *    GROUP 1 IS ALL STUDENTS, GROUPS 2-6 ARE THE STANDINGS
      *    (D, G, P, S, NOT RATED) AND GROUPS 7-56 ARE THE
      *    DEPARTMENTS IN DEPT-TABLE ORDER.  OUTCOMES ARE 1 ENROLLED,
      *    2 NEXT TERM, 3 GRADUATED, 4 WITHDREW, 5 STOPPED OUT,
      *    6 CAME BACK LATER, 7 NEXT TERM NOT YET STARTED.
       01  OUTCOME-TABLE-AREA.
           05  OUTCOME-TERM OCCURS 200 TIMES.
               10  OUTCOME-GROUP OCCURS 56 TIMES.
                   15  OUT-COUNT PIC 9(05) OCCURS 7 TIMES.

       01  RETENTION-COUNTERS.
           05  STUDENT-COUNT      PIC 9(07) VALUE ZERO.
           05  STUDENT-TERM-COUNT PIC 9(07) VALUE ZERO.
           05  STOPPED-OUT-COUNT  PIC 9(07) VALUE ZERO.
           05  UNKNOWN-TERM-COUNT PIC 9(07) VALUE ZERO.
           05  NOT-ON-FILE-COUNT  PIC 9(07) VALUE ZERO.

       01  HEADING-LINE.
           05  FILLER PIC X(80)
               VALUE "TERM-OVER-TERM RETENTION AND COHORT REPORT".

       01  LEGEND-LINE-1.
           05  FILLER PIC X(80) VALUE
               "NEXT TRM = ENROLLED AGAIN IN THE NEXT TERM ON TRMMAS".

       01  LEGEND-LINE-2.
           05  FILLER PIC X(80) VALUE
               "STOPPED  = LAST TERM ATTENDED, STILL ACTIVE ON FILE".

       01  LEGEND-LINE-3.
           05  FILLER PIC X(80) VALUE
               "CAME BCK = MISSED THE NEXT TERM BUT RETURNED LATER".

       01  LEGEND-LINE-4.
           05  FILLER PIC X(80) VALUE
               "NOT DUE  = ACTIVE, NEXT TERM HAS NOT STARTED YET".

       01  TERM-HEADING-LINE.
           05  FILLER PIC X(06) VALUE "TERM: ".
           05  THL-TERM       PIC X(05).
           05  FILLER PIC X(11) VALUE "   STARTED ".
           05  THL-START-DATE PIC 9(08).
           05  FILLER PIC X(13) VALUE "   NEXT TERM ".
           05  THL-NEXT-TERM  PIC X(05).
           05  FILLER PIC X(32) VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER PIC X(12) VALUE "GROUP".
           05  FILLER PIC X(09) VALUE " ENROLLED".
           05  FILLER PIC X(09) VALUE " NEXT TRM".
           05  FILLER PIC X(09) VALUE " GRADUATD".
           05  FILLER PIC X(09) VALUE " WITHDREW".
           05  FILLER PIC X(09) VALUE "  STOPPED".
           05  FILLER PIC X(09) VALUE " CAME BCK".
           05  FILLER PIC X(09) VALUE "  NOT DUE".
           05  FILLER PIC X(05) VALUE SPACES.

       01  GROUP-LINE.
           05  GRL-LABEL      PIC X(12).
           05  GRL-COUNT-AREA OCCURS 7 TIMES.
               10  FILLER     PIC X(04).
               10  GRL-COUNT  PIC ZZZZ9.
           05  FILLER         PIC X(05).

       01  STANDING-LABELS.
           05  FILLER PIC X(12) VALUE "ALL STUDENTS".
           05  FILLER PIC X(12) VALUE "DEANS LIST".
           05  FILLER PIC X(12) VALUE "GOOD".
           05  FILLER PIC X(12) VALUE "PROBATION".
           05  FILLER PIC X(12) VALUE "SUSPENSION".
           05  FILLER PIC X(12) VALUE "NOT RATED".
       01  STANDING-LABEL-TABLE REDEFINES STANDING-LABELS.
           05  STANDING-LABEL PIC X(12) OCCURS 6 TIMES.

       01  DEPT-LABEL.
           05  FILLER         PIC X(05) VALUE "DEPT ".
           05  DLB-DEPT       PIC X(04).
           05  FILLER         PIC X(03) VALUE SPACES.

       01  TOTAL-LINE-1.
           05  FILLER PIC X(24) VALUE "STUDENTS COUNTED:       ".
           05  TOT-STUDENTS  PIC ZZZZZZ9.
           05  FILLER PIC X(49) VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER PIC X(24) VALUE "STUDENT-TERMS COUNTED:  ".
           05  TOT-STUDENT-TERMS PIC ZZZZZZ9.
           05  FILLER PIC X(49) VALUE SPACES.

       01  TOTAL-LINE-3.
           05  FILLER PIC X(24) VALUE "STOPPED OUT LISTED:     ".
           05  TOT-STOPPED   PIC ZZZZZZ9.
           05  FILLER PIC X(49) VALUE SPACES.

       01  TOTAL-LINE-4.
           05  FILLER PIC X(24) VALUE "CLASSES NOT ON TRMMAS:  ".
           05  TOT-UNKNOWN   PIC ZZZZZZ9.
           05  FILLER PIC X(49) VALUE SPACES.

       01  TOTAL-LINE-5.
           05  FILLER PIC X(24) VALUE "STUDENTS NOT ON FILE:   ".
           05  TOT-NOT-ON-FILE PIC ZZZZZZ9.
           05  FILLER PIC X(49) VALUE SPACES.

       01  SEPARATOR-LINE.
           05  FILLER PIC X(80) VALUE ALL "-".

       01  STOP-HEADING-LINE.
           05  FILLER PIC X(80)
               VALUE "STOPPED-OUT STUDENTS FOR ADVISING FOLLOW-UP".

       01  STOP-COLUMN-LINE.
           05  FILLER PIC X(07) VALUE "ID".
           05  FILLER PIC X(12) VALUE "FIRST NAME".
           05  FILLER PIC X(12) VALUE "LAST NAME".
           05  FILLER PIC X(05) VALUE "STD".
           05  FILLER PIC X(07) VALUE "LAST".
           05  FILLER PIC X(07) VALUE "DEPT".
           05  FILLER PIC X(30) VALUE "MISSED".

       01  STOP-DETAIL-LINE.
           05  SDL-STUDENT-ID  PIC 9(05).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SDL-FIRST-NAME  PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SDL-LAST-NAME   PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SDL-STANDING    PIC X(01).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  SDL-LAST-TERM   PIC X(05).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SDL-DEPT        PIC X(04).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  SDL-MISSED-TERM PIC X(05).
           05  FILLER          PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-TERM-TABLE
           OPEN INPUT COURSE-CATALOG-FILE
           IF NOT CRSMAS-OK
               DISPLAY "*** UNABLE TO OPEN COURSE-CATALOG-FILE ***"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           IF NOT STUDMAS-OK
               DISPLAY "*** UNABLE TO OPEN STUDENT-MASTER-FILE ***"
               CLOSE COURSE-CATALOG-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-ALUMNI-ARCHIVE-FILE
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE OUTCOME-TABLE-AREA
           OPEN OUTPUT STOPPED-OUT-FILE
           WRITE STOPPED-OUT-LINE FROM STOP-HEADING-LINE
           WRITE STOPPED-OUT-LINE FROM STOP-COLUMN-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-STUDENT-ID SORT-TERM-SEQ
                   SORT-DEPT
               INPUT PROCEDURE IS BUILD-SORT-FILE
               OUTPUT PROCEDURE IS TALLY-STUDENTS
           CLOSE STOPPED-OUT-FILE
           OPEN OUTPUT RETENTION-REPORT-FILE
           PERFORM PRINT-RETENTION-REPORT
           CLOSE RETENTION-REPORT-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE COURSE-CATALOG-FILE
           IF ALUMNI-FILE-IS-OPEN
               CLOSE ALUMNI-ARCHIVE-FILE
           END-IF
           GOBACK.

       LOAD-TERM-TABLE.
           OPEN INPUT TERM-MASTER-FILE
           IF NOT TRMMAS-OK
               DISPLAY "*** UNABLE TO OPEN TERM-MASTER-FILE ***"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-TERM-MASTER
           PERFORM LOAD-ONE-TERM UNTIL TERM-EOF
           CLOSE TERM-MASTER-FILE
           PERFORM RANK-ONE-TERM
               VARYING TERM-INDEX FROM 1 BY 1
               UNTIL TERM-INDEX > TERM-COUNT.

       READ-TERM-MASTER.
           READ TERM-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TERM-EOF-SWITCH
           END-READ.

       LOAD-ONE-TERM.
           IF TERM-COUNT = 200
               DISPLAY "*** TERM TABLE FULL - TERM " TERM-CODE
                   " NOT REPORTED ***"
           ELSE
               ADD 1 TO TERM-COUNT
               MOVE TERM-CODE       TO TTB-CODE(TERM-COUNT)
               MOVE TERM-START-DATE TO TTB-START-DATE(TERM-COUNT)
           END-IF
           PERFORM READ-TERM-MASTER.

       RANK-ONE-TERM.
           MOVE 1 TO TERM-RANK
           PERFORM COUNT-EARLIER-TERM
               VARYING SCAN-INDEX FROM 1 BY 1
               UNTIL SCAN-INDEX > TERM-COUNT
           MOVE TERM-RANK TO TTB-SEQ(TERM-INDEX)
           MOVE TTB-CODE(TERM-INDEX) TO TORD-CODE(TERM-RANK)
           MOVE TTB-START-DATE(TERM-INDEX)
               TO TORD-START-DATE(TERM-RANK).

       COUNT-EARLIER-TERM.
           IF TTB-START-DATE(SCAN-INDEX) < TTB-START-DATE(TERM-INDEX)
              OR (TTB-START-DATE(SCAN-INDEX)
                      = TTB-START-DATE(TERM-INDEX)
                  AND TTB-CODE(SCAN-INDEX) < TTB-CODE(TERM-INDEX))
               ADD 1 TO TERM-RANK
           END-IF.

       OPEN-ALUMNI-ARCHIVE-FILE.
           OPEN INPUT ALUMNI-ARCHIVE-FILE
           IF ALUMARC-OK
               MOVE "Y" TO ALUMNI-FILE-OPEN-SWITCH
           ELSE
               DISPLAY "*** UNABLE TO OPEN ALUMNI-ARCHIVE-FILE ***"
               DISPLAY "*** ARCHIVED STUDENTS WILL NOT BE COUNTED ***"
           END-IF.

       BUILD-SORT-FILE.
           PERFORM READ-STUDENT-MASTER
           PERFORM RELEASE-STUDENT-ENROLLMENTS UNTIL MASTER-EOF
           IF ALUMNI-FILE-IS-OPEN
               PERFORM READ-ALUMNI-ARCHIVE
               PERFORM RELEASE-ARCHIVED-ENROLLMENTS UNTIL ALUMNI-EOF
           END-IF
           PERFORM RELEASE-HISTORY-ENROLLMENTS.

       READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MASTER-EOF-SWITCH
           END-READ.

       RELEASE-STUDENT-ENROLLMENTS.
           PERFORM RELEASE-ONE-ENROLLMENT
               VARYING ENROLLMENT-INDEX FROM 1 BY 1
               UNTIL ENROLLMENT-INDEX > ENROLLMENT-COUNT
           PERFORM READ-STUDENT-MASTER.

       READ-ALUMNI-ARCHIVE.
           READ ALUMNI-ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ALUMNI-EOF-SWITCH
           END-READ.

       RELEASE-ARCHIVED-ENROLLMENTS.
           PERFORM LOAD-ARCHIVED-STUDENT
           PERFORM RELEASE-ONE-ENROLLMENT
               VARYING ENROLLMENT-INDEX FROM 1 BY 1
               UNTIL ENROLLMENT-INDEX > ENROLLMENT-COUNT
           PERFORM READ-ALUMNI-ARCHIVE.

       LOAD-ARCHIVED-STUDENT.
           MOVE ALUM-IMG-ENROLLMENT-COUNT TO ENROLLMENT-COUNT
           MOVE ALUM-STUDENT-IMAGE TO STUDENT-RECORD.

       RELEASE-ONE-ENROLLMENT.
           MOVE STUDENT-ID                     TO SORT-STUDENT-ID
           MOVE STUDENT-TERM(ENROLLMENT-INDEX)  TO LOOKUP-TERM
           MOVE STUDENT-CLASS(ENROLLMENT-INDEX) TO COURSE-CODE
           PERFORM RELEASE-CLASS-TERM.

       RELEASE-HISTORY-ENROLLMENTS.
           OPEN INPUT HISTORY-FILE
           IF NOT STUHIST-OK
               DISPLAY "*** NO STUDENT-HISTORY FILE ON HAND ***"
           ELSE
               PERFORM READ-HISTORY-FILE
               PERFORM RELEASE-ONE-HISTORY UNTIL HISTORY-EOF
               CLOSE HISTORY-FILE
           END-IF.

       READ-HISTORY-FILE.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH
           END-READ.

       RELEASE-ONE-HISTORY.
           MOVE HIST-STUDENT-ID TO SORT-STUDENT-ID
           MOVE HIST-TERM       TO LOOKUP-TERM
           MOVE HIST-CLASS      TO COURSE-CODE
           PERFORM RELEASE-CLASS-TERM
           PERFORM READ-HISTORY-FILE.

       RELEASE-CLASS-TERM.
           PERFORM FIND-TERM-SEQ
           IF TERM-WAS-FOUND
               MOVE LOOKUP-SEQ TO SORT-TERM-SEQ
               PERFORM LOOK-UP-COURSE
               RELEASE SORT-RECORD
           ELSE
               ADD 1 TO UNKNOWN-TERM-COUNT
           END-IF.

       FIND-TERM-SEQ.
           MOVE "N" TO TERM-FOUND-SWITCH
           MOVE ZERO TO LOOKUP-SEQ
           PERFORM MATCH-ONE-TERM
               VARYING TERM-INDEX FROM 1 BY 1
               UNTIL TERM-INDEX > TERM-COUNT
                  OR TERM-WAS-FOUND.

       MATCH-ONE-TERM.
           IF TTB-CODE(TERM-INDEX) = LOOKUP-TERM
               MOVE "Y" TO TERM-FOUND-SWITCH
               MOVE TTB-SEQ(TERM-INDEX) TO LOOKUP-SEQ
           END-IF.

       LOOK-UP-COURSE.
           READ COURSE-CATALOG-FILE
               INVALID KEY
                   MOVE "????" TO SORT-DEPT
               NOT INVALID KEY
                   MOVE COURSE-DEPT TO SORT-DEPT
           END-READ.

       TALLY-STUDENTS.
           PERFORM RETURN-SORT-RECORD
           PERFORM TALLY-ONE-STUDENT UNTIL SORT-EOF.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
           END-RETURN.

       TALLY-ONE-STUDENT.
           MOVE SORT-STUDENT-ID TO CURRENT-STUDENT-ID
           MOVE ZERO TO STM-COUNT
           PERFORM COLLECT-ONE-TERM
               UNTIL SORT-EOF
                  OR SORT-STUDENT-ID NOT = CURRENT-STUDENT-ID
           PERFORM FIND-STUDENT-STATUS
           IF STUDENT-WAS-FOUND
               ADD 1 TO STUDENT-COUNT
               PERFORM SET-STANDING-GROUP
               PERFORM CLASSIFY-ONE-TERM
                   VARYING STM-INDEX FROM 1 BY 1
                   UNTIL STM-INDEX > STM-COUNT
           ELSE
               ADD 1 TO NOT-ON-FILE-COUNT
           END-IF.

       COLLECT-ONE-TERM.
           MOVE SORT-TERM-SEQ TO CURRENT-TERM-SEQ
           MOVE SPACES TO RUN-DEPT
           MOVE SPACES TO BEST-DEPT
           MOVE ZERO TO RUN-DEPT-COUNT
           MOVE ZERO TO BEST-DEPT-COUNT
           PERFORM TALLY-ONE-CLASS
               UNTIL SORT-EOF
                  OR SORT-STUDENT-ID NOT = CURRENT-STUDENT-ID
                  OR SORT-TERM-SEQ NOT = CURRENT-TERM-SEQ
           PERFORM CLOSE-DEPT-RUN
           ADD 1 TO STM-COUNT
           MOVE CURRENT-TERM-SEQ TO STM-SEQ(STM-COUNT)
           MOVE BEST-DEPT        TO STM-DEPT(STM-COUNT).

       TALLY-ONE-CLASS.
           IF SORT-DEPT NOT = RUN-DEPT
               PERFORM CLOSE-DEPT-RUN
               MOVE SORT-DEPT TO RUN-DEPT
               MOVE ZERO TO RUN-DEPT-COUNT
           END-IF
           ADD 1 TO RUN-DEPT-COUNT
           PERFORM RETURN-SORT-RECORD.

       CLOSE-DEPT-RUN.
           IF RUN-DEPT-COUNT > BEST-DEPT-COUNT
               MOVE RUN-DEPT       TO BEST-DEPT
               MOVE RUN-DEPT-COUNT TO BEST-DEPT-COUNT
           END-IF.

       FIND-STUDENT-STATUS.
           MOVE "N" TO STUDENT-FOUND-SWITCH
           MOVE CURRENT-STUDENT-ID TO STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   PERFORM FIND-ARCHIVED-STATUS
               NOT INVALID KEY
                   MOVE "Y" TO STUDENT-FOUND-SWITCH
           END-READ.

       FIND-ARCHIVED-STATUS.
           IF ALUMNI-FILE-IS-OPEN
               MOVE CURRENT-STUDENT-ID TO ALUM-STUDENT-ID
               READ ALUMNI-ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM LOAD-ARCHIVED-STUDENT
                       MOVE "Y" TO STUDENT-FOUND-SWITCH
               END-READ
           END-IF.

       SET-STANDING-GROUP.
           EVALUATE TRUE
               WHEN STANDING-DEANS-LIST
                   MOVE 2 TO STANDING-GROUP
               WHEN STANDING-GOOD
                   MOVE 3 TO STANDING-GROUP
               WHEN STANDING-PROBATION
                   MOVE 4 TO STANDING-GROUP
               WHEN STANDING-SUSPENSION
                   MOVE 5 TO STANDING-GROUP
               WHEN OTHER
                   MOVE 6 TO STANDING-GROUP
           END-EVALUATE.

       CLASSIFY-ONE-TERM.
           MOVE STM-SEQ(STM-INDEX) TO CURRENT-TERM-SEQ
           ADD 1 TO CURRENT-TERM-SEQ GIVING NEXT-TERM-SEQ
           ADD 1 TO STUDENT-TERM-COUNT
           PERFORM FIND-DEPT-GROUP
           MOVE 1 TO OUTCOME-INDEX
           PERFORM ADD-TO-GROUPS
           PERFORM SET-TERM-OUTCOME
           PERFORM ADD-TO-GROUPS
           IF OUTCOME-INDEX = 5
               PERFORM WRITE-STOPPED-OUT-LINE
           END-IF.

       SET-TERM-OUTCOME.
           IF STM-INDEX < STM-COUNT
               ADD 1 TO STM-INDEX GIVING NEXT-STM-INDEX
               IF STM-SEQ(NEXT-STM-INDEX) = NEXT-TERM-SEQ
                   MOVE 2 TO OUTCOME-INDEX
               ELSE
                   MOVE 6 TO OUTCOME-INDEX
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN STUDENT-GRADUATED
                       MOVE 3 TO OUTCOME-INDEX
                   WHEN STUDENT-WITHDRAWN
                       MOVE 4 TO OUTCOME-INDEX
                   WHEN OTHER
                       PERFORM CHECK-NEXT-TERM-STARTED
               END-EVALUATE
           END-IF.

       CHECK-NEXT-TERM-STARTED.
           MOVE 7 TO OUTCOME-INDEX
           IF CURRENT-TERM-SEQ < TERM-COUNT
               IF TORD-START-DATE(NEXT-TERM-SEQ) NOT > RUN-DATE
                   MOVE 5 TO OUTCOME-INDEX
               END-IF
           END-IF.

       FIND-DEPT-GROUP.
           MOVE "N" TO DEPT-FOUND-SWITCH
           PERFORM MATCH-ONE-DEPT
               VARYING DEPT-INDEX FROM 1 BY 1
               UNTIL DEPT-INDEX > DEPT-COUNT
                  OR DEPT-WAS-FOUND
           IF DEPT-WAS-FOUND
               MOVE FOUND-DEPT-INDEX TO DEPT-INDEX
           ELSE
               IF DEPT-COUNT = 50
                   DISPLAY "*** DEPARTMENT TABLE FULL - "
                       STM-DEPT(STM-INDEX) " COUNTED UNDER "
                       DPT-CODE(50) " ***"
                   MOVE 50 TO DEPT-INDEX
               ELSE
                   ADD 1 TO DEPT-COUNT
                   MOVE DEPT-COUNT TO DEPT-INDEX
                   MOVE STM-DEPT(STM-INDEX) TO DPT-CODE(DEPT-INDEX)
               END-IF
           END-IF
           ADD 6 TO DEPT-INDEX GIVING DEPT-GROUP.

       MATCH-ONE-DEPT.
           IF DPT-CODE(DEPT-INDEX) = STM-DEPT(STM-INDEX)
               MOVE "Y" TO DEPT-FOUND-SWITCH
               MOVE DEPT-INDEX TO FOUND-DEPT-INDEX
           END-IF.

       ADD-TO-GROUPS.
           ADD 1 TO OUT-COUNT(CURRENT-TERM-SEQ, 1, OUTCOME-INDEX)
           ADD 1 TO OUT-COUNT(CURRENT-TERM-SEQ, STANDING-GROUP,
                              OUTCOME-INDEX)
           ADD 1 TO OUT-COUNT(CURRENT-TERM-SEQ, DEPT-GROUP,
                              OUTCOME-INDEX).

       WRITE-STOPPED-OUT-LINE.
           ADD 1 TO STOPPED-OUT-COUNT
           MOVE STUDENT-ID       TO SDL-STUDENT-ID
           MOVE FIRST-NAME       TO SDL-FIRST-NAME
           MOVE LAST-NAME        TO SDL-LAST-NAME
           MOVE STUDENT-STANDING TO SDL-STANDING
           MOVE TORD-CODE(CURRENT-TERM-SEQ) TO SDL-LAST-TERM
           MOVE STM-DEPT(STM-INDEX)         TO SDL-DEPT
           MOVE TORD-CODE(NEXT-TERM-SEQ)    TO SDL-MISSED-TERM
           WRITE STOPPED-OUT-LINE FROM STOP-DETAIL-LINE.

       PRINT-RETENTION-REPORT.
           WRITE RETENTION-LINE FROM HEADING-LINE
           WRITE RETENTION-LINE FROM LEGEND-LINE-1
           WRITE RETENTION-LINE FROM LEGEND-LINE-2
           WRITE RETENTION-LINE FROM LEGEND-LINE-3
           WRITE RETENTION-LINE FROM LEGEND-LINE-4
           PERFORM PRINT-ONE-TERM
               VARYING TERM-INDEX FROM 1 BY 1
               UNTIL TERM-INDEX > TERM-COUNT
           MOVE SPACES TO RETENTION-LINE
           WRITE RETENTION-LINE
           WRITE RETENTION-LINE FROM SEPARATOR-LINE
           MOVE STUDENT-COUNT      TO TOT-STUDENTS
           WRITE RETENTION-LINE FROM TOTAL-LINE-1
           MOVE STUDENT-TERM-COUNT TO TOT-STUDENT-TERMS
           WRITE RETENTION-LINE FROM TOTAL-LINE-2
           MOVE STOPPED-OUT-COUNT  TO TOT-STOPPED
           WRITE RETENTION-LINE FROM TOTAL-LINE-3
           MOVE UNKNOWN-TERM-COUNT TO TOT-UNKNOWN
           WRITE RETENTION-LINE FROM TOTAL-LINE-4
           MOVE NOT-ON-FILE-COUNT  TO TOT-NOT-ON-FILE
           WRITE RETENTION-LINE FROM TOTAL-LINE-5.

       PRINT-ONE-TERM.
           IF OUT-COUNT(TERM-INDEX, 1, 1) > ZERO
               MOVE SPACES TO RETENTION-LINE
               WRITE RETENTION-LINE
               MOVE TORD-CODE(TERM-INDEX)       TO THL-TERM
               MOVE TORD-START-DATE(TERM-INDEX) TO THL-START-DATE
               IF TERM-INDEX < TERM-COUNT
                   ADD 1 TO TERM-INDEX GIVING NEXT-TERM-SEQ
                   MOVE TORD-CODE(NEXT-TERM-SEQ) TO THL-NEXT-TERM
               ELSE
                   MOVE "NONE" TO THL-NEXT-TERM
               END-IF
               WRITE RETENTION-LINE FROM TERM-HEADING-LINE
               WRITE RETENTION-LINE FROM COLUMN-HEADING-LINE
               PERFORM PRINT-STANDING-GROUP
                   VARYING GROUP-INDEX FROM 1 BY 1
                   UNTIL GROUP-INDEX > 6
               PERFORM PRINT-DEPT-GROUP
                   VARYING DEPT-INDEX FROM 1 BY 1
                   UNTIL DEPT-INDEX > DEPT-COUNT
           END-IF.

       PRINT-STANDING-GROUP.
           IF OUT-COUNT(TERM-INDEX, GROUP-INDEX, 1) > ZERO
               MOVE STANDING-LABEL(GROUP-INDEX) TO GRL-LABEL
               PERFORM PRINT-GROUP-LINE
           END-IF.

       PRINT-DEPT-GROUP.
           ADD 6 TO DEPT-INDEX GIVING GROUP-INDEX
           IF OUT-COUNT(TERM-INDEX, GROUP-INDEX, 1) > ZERO
               MOVE DPT-CODE(DEPT-INDEX) TO DLB-DEPT
               MOVE DEPT-LABEL TO GRL-LABEL
               PERFORM PRINT-GROUP-LINE
           END-IF.

       PRINT-GROUP-LINE.
           PERFORM MOVE-ONE-GROUP-COUNT
               VARYING OUTCOME-INDEX FROM 1 BY 1
               UNTIL OUTCOME-INDEX > 7
           WRITE RETENTION-LINE FROM GROUP-LINE.

       MOVE-ONE-GROUP-COUNT.
           MOVE SPACES TO GRL-COUNT-AREA(OUTCOME-INDEX)
           MOVE OUT-COUNT(TERM-INDEX, GROUP-INDEX, OUTCOME-INDEX)
               TO GRL-COUNT(OUTCOME-INDEX).
