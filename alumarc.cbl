       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUMNI-ARCHIVE-RUN.

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

           SELECT STUDENT-PROFILE-FILE ASSIGN TO "STUPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROF-STUDENT-ID
               FILE STATUS IS STUPROF-STATUS.

           SELECT ALUMNI-ARCHIVE-FILE ASSIGN TO "ALUMARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALUM-STUDENT-ID
               ALTERNATE RECORD KEY IS ALUM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS ALUMARC-STATUS.

           SELECT TERM-MASTER-FILE ASSIGN TO "TRMMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TERM-CODE
               FILE STATUS IS TRMMAS-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "STUHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUHIST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT ARCHIVE-REPORT-FILE ASSIGN TO "ALUMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALUMRPT-STATUS.

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

       FD  STUDENT-PROFILE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STUPROF.

       FD  ALUMNI-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALUMARC.

       FD  TERM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRMMAS.

       FD  HISTORY-FILE
           LABEL RECORDS ARE OMITTED.
           COPY STUHIST.

       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       FD  ARCHIVE-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  ARCHIVE-LINE PIC X(80).

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

       01  RUN-PROGRAM-NAME PIC X(24) VALUE "ALUMNI-ARCHIVE-RUN".

       01  STUDMAS-STATUS PIC X(02).
           88 STUDMAS-OK       VALUE "00".

       01  STUPROF-STATUS PIC X(02).
           88 STUPROF-OK       VALUE "00".
           88 STUPROF-NOT-FOUND VALUE "35".

       01  ALUMARC-STATUS PIC X(02).
           88 ALUMARC-OK       VALUE "00".
           88 ALUMARC-NOT-FOUND VALUE "35".

       01  TRMMAS-STATUS PIC X(02).
           88 TRMMAS-OK        VALUE "00".

       01  STUHIST-STATUS PIC X(02).
           88 STUHIST-OK       VALUE "00".

       01  AUDIT-STATUS PIC X(02).
           88 AUDIT-OK         VALUE "00".

       01  ALUMRPT-STATUS PIC X(02).
           88 ALUMRPT-OK       VALUE "00".

       01  MASTER-EOF-SWITCH PIC X(01) VALUE "N".
           88 MASTER-EOF        VALUE "Y".

       01  HISTORY-EOF-SWITCH PIC X(01) VALUE "N".
           88 HISTORY-EOF       VALUE "Y".

       01  TERM-EOF-SWITCH PIC X(01) VALUE "N".
           88 TERM-EOF          VALUE "Y".

       01  TERM-FOUND-SWITCH PIC X(01) VALUE "N".
           88 TERM-WAS-FOUND    VALUE "Y".

       01  CANDIDATE-FOUND-SWITCH PIC X(01) VALUE "N".
           88 CANDIDATE-WAS-FOUND VALUE "Y".

       01  SCAN-END-SWITCH PIC X(01) VALUE "N".
           88 SCAN-ENDED        VALUE "Y".

       01  PROFILE-FOUND-SWITCH PIC X(01) VALUE "N".
           88 PROFILE-WAS-FOUND VALUE "Y".

       01  ENROLLMENT-INDEX PIC 9(02).
       01  TERM-INDEX       PIC 9(03).
       01  CANDIDATE-INDEX  PIC 9(04).
       01  SCAN-INDEX       PIC 9(04).
       01  FOUND-INDEX      PIC 9(04).

       01  TERMS-INACTIVE-INPUT PIC X(02).
       01  TERMS-INACTIVE       PIC 9(02).
       01  TERMS-SINCE          PIC 9(03).
       01  RUN-DATE             PIC 9(08).

       01  LOOKUP-TERM       PIC X(05).
       01  LOOKUP-START-DATE PIC 9(08).

       01  TERM-TABLE-AREA.
           05  TERM-COUNT PIC 9(03) VALUE ZERO.
           05  TERM-ENTRY OCCURS 500 TIMES.
               10  TTB-CODE       PIC X(05).
               10  TTB-START-DATE PIC 9(08).

       01  CANDIDATE-TABLE-AREA.
           05  CANDIDATE-COUNT PIC 9(04) VALUE ZERO.
           05  CANDIDATE-ENTRY OCCURS 5000 TIMES.
               10  CND-STUDENT-ID  PIC 9(05).
               10  CND-LAST-TERM   PIC X(05).
               10  CND-LAST-START  PIC 9(08).

       01  BEFORE-IMAGE-AREA PIC X(189) VALUE SPACES.
       01  AFTER-IMAGE-AREA  PIC X(189) VALUE SPACES.

       01  TIME-OF-DAY.
           05  TOD-HHMMSS      PIC 9(06).
           05  TOD-HUNDREDTHS  PIC 9(02).

       01  ARCHIVE-COUNTERS.
           05  MASTER-READ-COUNT  PIC 9(07) VALUE ZERO.
           05  INACTIVE-COUNT     PIC 9(07) VALUE ZERO.
           05  ARCHIVED-COUNT     PIC 9(07) VALUE ZERO.
           05  PROFILE-MOVED-COUNT PIC 9(07) VALUE ZERO.
           05  RETAINED-COUNT     PIC 9(07) VALUE ZERO.
           05  HELD-COUNT         PIC 9(07) VALUE ZERO.
           05  NO-TERM-COUNT      PIC 9(07) VALUE ZERO.
           05  ERROR-COUNT        PIC 9(07) VALUE ZERO.
           05  MASTER-AFTER-COUNT PIC 9(07) VALUE ZERO.
           05  BALANCE-COUNT      PIC 9(07) VALUE ZERO.

       01  HEADING-LINE.
           05  FILLER PIC X(80)
               VALUE "ALUMNI ARCHIVE CONTROL REPORT".

       01  TERMS-LINE.
           05  FILLER PIC X(24) VALUE "TERMS INACTIVE REQUIRED:".
           05  TML-TERMS PIC ZZ9.
           05  FILLER PIC X(53) VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER PIC X(07) VALUE "ID".
           05  FILLER PIC X(12) VALUE "LAST NAME".
           05  FILLER PIC X(04) VALUE "ST".
           05  FILLER PIC X(07) VALUE "LAST".
           05  FILLER PIC X(07) VALUE "TERMS".
           05  FILLER PIC X(10) VALUE "RESULT".
           05  FILLER PIC X(33) VALUE "NOTE".

       01  DETAIL-LINE.
           05  DTL-STUDENT-ID   PIC 9(05).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-LAST-NAME    PIC X(10).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-STATUS       PIC X(01).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DTL-LAST-TERM    PIC X(05).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-TERMS-SINCE  PIC ZZ9.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  DTL-RESULT       PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-NOTE         PIC X(30).
           05  FILLER           PIC X(03) VALUE SPACES.

       01  TOTAL-LINE-1.
           05  FILLER PIC X(24) VALUE "MASTER RECORDS READ:    ".
           05  TOT-READ      PIC ZZZZZZ9.
           05  FILLER PIC X(49) VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER PIC X(24) VALUE "GRADUATED/WITHDRAWN:    ".
           05  TOT-INACTIVE  PIC ZZZZZZ9.
           05  FILLER PIC X(49) VALUE SPACES.

       01  TOTAL-LINE-3.
           05  FILLER PIC X(24) VALUE "STUDENTS ARCHIVED:      ".
           05  TOT-ARCHIVED  PIC ZZZZZZ9.
           05  FILLER PIC X(49) VALUE SPACES.

       01  TOTAL-LINE-4.
           05  FILLER PIC X(24) VALUE "PROFILES ARCHIVED:      ".
           05  TOT-PROFILES  PIC ZZZZZZ9.
           05  FILLER PIC X(49) VALUE SPACES.

       01  TOTAL-LINE-5.
           05  FILLER PIC X(24) VALUE "NOT INACTIVE LONG ENOUGH".
           05  TOT-RETAINED  PIC ZZZZZZ9.
           05  FILLER PIC X(49) VALUE SPACES.

       01  TOTAL-LINE-6.
           05  FILLER PIC X(24) VALUE "KEPT - NO TERM ON FILE: ".
           05  TOT-NO-TERM   PIC ZZZZZZ9.
           05  FILLER PIC X(49) VALUE SPACES.

       01  TOTAL-LINE-7.
           05  FILLER PIC X(24) VALUE "HELD FOR NEXT RUN:      ".
           05  TOT-HELD      PIC ZZZZZZ9.
           05  FILLER PIC X(49) VALUE SPACES.

       01  TOTAL-LINE-8.
           05  FILLER PIC X(24) VALUE "ARCHIVE ERRORS:         ".
           05  TOT-ERRORS    PIC ZZZZZZ9.
           05  FILLER PIC X(49) VALUE SPACES.

       01  TOTAL-LINE-9.
           05  FILLER PIC X(24) VALUE "MASTER RECORDS NOW:     ".
           05  TOT-AFTER     PIC ZZZZZZ9.
           05  FILLER PIC X(49) VALUE SPACES.

       01  BALANCE-LINE.
           05  FILLER PIC X(24) VALUE "READ LESS ARCHIVED:     ".
           05  TOT-BALANCE   PIC ZZZZZZ9.
           05  FILLER PIC X(49) VALUE SPACES.

       01  IN-BALANCE-LINE.
           05  FILLER PIC X(80)
               VALUE "CONTROL TOTALS BALANCE - NO STUDENTS DROPPED".

       01  OUT-OF-BALANCE-LINE.
           05  FILLER PIC X(80)
               VALUE "*** CONTROL TOTALS OUT OF BALANCE ***".

       01  HELD-NOTE-LINE.
           05  FILLER PIC X(80) VALUE
               "*** CANDIDATE TABLE FULL - RERUN TO ARCHIVE REST ***".

       PROCEDURE DIVISION.
       MAIN.
           PERFORM GET-TERMS-INACTIVE
           PERFORM LOAD-TERM-TABLE
           PERFORM REGISTER-RUN
           OPEN I-O STUDENT-MASTER-FILE
           IF NOT STUDMAS-OK
               DISPLAY "*** UNABLE TO OPEN STUDENT-MASTER-FILE ***"
               MOVE 12 TO RETURN-CODE
               PERFORM RELEASE-RUN
               GOBACK
           END-IF
           PERFORM OPEN-STUDENT-PROFILE-FILE
           PERFORM OPEN-ALUMNI-ARCHIVE-FILE
           PERFORM OPEN-AUDIT-FILE
           OPEN OUTPUT ARCHIVE-REPORT-FILE
           WRITE ARCHIVE-LINE FROM HEADING-LINE
           MOVE TERMS-INACTIVE TO TML-TERMS
           WRITE ARCHIVE-LINE FROM TERMS-LINE
           MOVE SPACES TO ARCHIVE-LINE
           WRITE ARCHIVE-LINE
           WRITE ARCHIVE-LINE FROM COLUMN-HEADING-LINE
           PERFORM READ-STUDENT-MASTER
           PERFORM NOTE-INACTIVE-STUDENT UNTIL MASTER-EOF
           PERFORM FIND-LAST-HISTORY-TERMS
           PERFORM ARCHIVE-ONE-CANDIDATE
               VARYING CANDIDATE-INDEX FROM 1 BY 1
               UNTIL CANDIDATE-INDEX > CANDIDATE-COUNT
           PERFORM COUNT-MASTER-AFTER
           PERFORM PRINT-ARCHIVE-TOTALS
           CLOSE STUDENT-MASTER-FILE
           CLOSE STUDENT-PROFILE-FILE
           CLOSE ALUMNI-ARCHIVE-FILE
           CLOSE AUDIT-FILE
           CLOSE ARCHIVE-REPORT-FILE
           DISPLAY "STUDENTS ARCHIVED:    " ARCHIVED-COUNT
           DISPLAY "PROFILES ARCHIVED:    " PROFILE-MOVED-COUNT
           DISPLAY "ARCHIVE ERRORS:       " ERROR-COUNT
           PERFORM RELEASE-RUN
           GOBACK.

       GET-TERMS-INACTIVE.
           DISPLAY "TERMS INACTIVE BEFORE ARCHIVING (01-99): "
               WITH NO ADVANCING
           ACCEPT TERMS-INACTIVE-INPUT
           IF TERMS-INACTIVE-INPUT IS NOT NUMERIC
              OR TERMS-INACTIVE-INPUT = "00"
               DISPLAY "*** TERMS MUST BE NUMERIC 01-99 ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE TERMS-INACTIVE-INPUT TO TERMS-INACTIVE
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

       LOAD-TERM-TABLE.
           OPEN INPUT TERM-MASTER-FILE
           IF NOT TRMMAS-OK
               DISPLAY "*** UNABLE TO OPEN TERM-MASTER-FILE ***"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-TERM-MASTER
           PERFORM LOAD-ONE-TERM UNTIL TERM-EOF
           CLOSE TERM-MASTER-FILE.

       READ-TERM-MASTER.
           READ TERM-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TERM-EOF-SWITCH
           END-READ.

       LOAD-ONE-TERM.
           IF TERM-COUNT = 500
               DISPLAY "*** TERM TABLE FULL - TERM " TERM-CODE
                   " NOT COUNTED ***"
           ELSE
               ADD 1 TO TERM-COUNT
               MOVE TERM-CODE       TO TTB-CODE(TERM-COUNT)
               MOVE TERM-START-DATE TO TTB-START-DATE(TERM-COUNT)
           END-IF
           PERFORM READ-TERM-MASTER.

       OPEN-STUDENT-PROFILE-FILE.
           OPEN I-O STUDENT-PROFILE-FILE
           IF STUPROF-NOT-FOUND
               OPEN OUTPUT STUDENT-PROFILE-FILE
               CLOSE STUDENT-PROFILE-FILE
               OPEN I-O STUDENT-PROFILE-FILE
           END-IF
           IF NOT STUPROF-OK
               DISPLAY "*** UNABLE TO OPEN STUDENT-PROFILE-FILE ***"
               DISPLAY "*** PROFILES CANNOT BE MOVED - RUN REFUSED ***"
               CLOSE STUDENT-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM RELEASE-RUN
               GOBACK
           END-IF.

       OPEN-ALUMNI-ARCHIVE-FILE.
           OPEN I-O ALUMNI-ARCHIVE-FILE
           IF ALUMARC-NOT-FOUND
               OPEN OUTPUT ALUMNI-ARCHIVE-FILE
               CLOSE ALUMNI-ARCHIVE-FILE
               OPEN I-O ALUMNI-ARCHIVE-FILE
           END-IF
           IF NOT ALUMARC-OK
               DISPLAY "*** UNABLE TO OPEN ALUMNI-ARCHIVE-FILE ***"
               CLOSE STUDENT-MASTER-FILE
               CLOSE STUDENT-PROFILE-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM RELEASE-RUN
               GOBACK
           END-IF.

       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF NOT AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MASTER-EOF-SWITCH
           END-READ.

       NOTE-INACTIVE-STUDENT.
           ADD 1 TO MASTER-READ-COUNT
           IF STUDENT-GRADUATED OR STUDENT-WITHDRAWN
               ADD 1 TO INACTIVE-COUNT
               IF CANDIDATE-COUNT = 5000
                   ADD 1 TO HELD-COUNT
               ELSE
                   ADD 1 TO CANDIDATE-COUNT
                   MOVE CANDIDATE-COUNT TO CANDIDATE-INDEX
                   MOVE STUDENT-ID TO CND-STUDENT-ID(CANDIDATE-INDEX)
                   MOVE SPACES TO CND-LAST-TERM(CANDIDATE-INDEX)
                   MOVE ZERO   TO CND-LAST-START(CANDIDATE-INDEX)
                   PERFORM NOTE-ENROLLMENT-TERM
                       VARYING ENROLLMENT-INDEX FROM 1 BY 1
                       UNTIL ENROLLMENT-INDEX > ENROLLMENT-COUNT
               END-IF
           END-IF
           PERFORM READ-STUDENT-MASTER.

       NOTE-ENROLLMENT-TERM.
           MOVE STUDENT-TERM(ENROLLMENT-INDEX) TO LOOKUP-TERM
           PERFORM KEEP-LATEST-TERM.

       KEEP-LATEST-TERM.
           PERFORM FIND-TERM-START
           IF TERM-WAS-FOUND
              AND LOOKUP-START-DATE > CND-LAST-START(CANDIDATE-INDEX)
               MOVE LOOKUP-TERM TO CND-LAST-TERM(CANDIDATE-INDEX)
               MOVE LOOKUP-START-DATE
                   TO CND-LAST-START(CANDIDATE-INDEX)
           END-IF.

       FIND-TERM-START.
           MOVE "N" TO TERM-FOUND-SWITCH
           MOVE ZERO TO LOOKUP-START-DATE
           PERFORM MATCH-ONE-TERM
               VARYING TERM-INDEX FROM 1 BY 1
               UNTIL TERM-INDEX > TERM-COUNT
                  OR TERM-WAS-FOUND.

       MATCH-ONE-TERM.
           IF TTB-CODE(TERM-INDEX) = LOOKUP-TERM
               MOVE "Y" TO TERM-FOUND-SWITCH
               MOVE TTB-START-DATE(TERM-INDEX) TO LOOKUP-START-DATE
           END-IF.

       FIND-LAST-HISTORY-TERMS.
           OPEN INPUT HISTORY-FILE
           IF NOT STUHIST-OK
               DISPLAY "*** NO STUDENT-HISTORY FILE ON HAND ***"
               DISPLAY "*** LAST TERMS TAKEN FROM THE MASTER ONLY ***"
           ELSE
               PERFORM READ-HISTORY-FILE
               PERFORM NOTE-HISTORY-TERM UNTIL HISTORY-EOF
               CLOSE HISTORY-FILE
           END-IF.

       READ-HISTORY-FILE.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH
           END-READ.

       NOTE-HISTORY-TERM.
           MOVE "N" TO CANDIDATE-FOUND-SWITCH
           MOVE "N" TO SCAN-END-SWITCH
           PERFORM SCAN-ONE-CANDIDATE
               VARYING SCAN-INDEX FROM 1 BY 1
               UNTIL SCAN-INDEX > CANDIDATE-COUNT
                  OR CANDIDATE-WAS-FOUND
                  OR SCAN-ENDED
           IF CANDIDATE-WAS-FOUND
               MOVE FOUND-INDEX TO CANDIDATE-INDEX
               MOVE HIST-TERM TO LOOKUP-TERM
               PERFORM KEEP-LATEST-TERM
           END-IF
           PERFORM READ-HISTORY-FILE.

       SCAN-ONE-CANDIDATE.
           IF CND-STUDENT-ID(SCAN-INDEX) = HIST-STUDENT-ID
               MOVE "Y" TO CANDIDATE-FOUND-SWITCH
               MOVE SCAN-INDEX TO FOUND-INDEX
           ELSE
               IF CND-STUDENT-ID(SCAN-INDEX) > HIST-STUDENT-ID
                   MOVE "Y" TO SCAN-END-SWITCH
               END-IF
           END-IF.

       ARCHIVE-ONE-CANDIDATE.
           MOVE ZERO TO TERMS-SINCE
           IF CND-LAST-TERM(CANDIDATE-INDEX) = SPACES
               PERFORM REPORT-NO-TERM-STUDENT
           ELSE
               PERFORM CHECK-TERMS-INACTIVE
           END-IF.

       CHECK-TERMS-INACTIVE.
           PERFORM COUNT-ONE-LATER-TERM
               VARYING TERM-INDEX FROM 1 BY 1
               UNTIL TERM-INDEX > TERM-COUNT
           IF TERMS-SINCE < TERMS-INACTIVE
               ADD 1 TO RETAINED-COUNT
           ELSE
               MOVE CND-STUDENT-ID(CANDIDATE-INDEX) TO STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO LAST-NAME
                       MOVE SPACE  TO STUDENT-STATUS
                       MOVE "NO LONGER ON STUDENT MASTER"
                           TO DTL-NOTE
                       PERFORM REPORT-ARCHIVE-ERROR
                   NOT INVALID KEY
                       PERFORM MOVE-STUDENT-TO-ARCHIVE
               END-READ
           END-IF.

       REPORT-NO-TERM-STUDENT.
           ADD 1 TO NO-TERM-COUNT
           MOVE CND-STUDENT-ID(CANDIDATE-INDEX) TO STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO LAST-NAME
                   MOVE SPACE  TO STUDENT-STATUS
           END-READ
           MOVE "KEPT" TO DTL-RESULT
           MOVE "NO TERM ON FILE" TO DTL-NOTE
           PERFORM WRITE-DETAIL-LINE.

       COUNT-ONE-LATER-TERM.
           IF TTB-START-DATE(TERM-INDEX)
                  > CND-LAST-START(CANDIDATE-INDEX)
              AND TTB-START-DATE(TERM-INDEX) NOT > RUN-DATE
               ADD 1 TO TERMS-SINCE
           END-IF.

       MOVE-STUDENT-TO-ARCHIVE.
           MOVE SPACES TO ALUMNI-RECORD
           MOVE STUDENT-ID     TO ALUM-STUDENT-ID
           MOVE LAST-NAME      TO ALUM-LAST-NAME
           MOVE RUN-DATE       TO ALUM-ARCHIVE-DATE
           MOVE CND-LAST-TERM(CANDIDATE-INDEX) TO ALUM-LAST-TERM
           MOVE STUDENT-RECORD TO ALUM-STUDENT-IMAGE
           MOVE "N" TO ALUM-PROFILE-FLAG
           MOVE "N" TO PROFILE-FOUND-SWITCH
           MOVE STUDENT-ID TO PROF-STUDENT-ID
           READ STUDENT-PROFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO PROFILE-FOUND-SWITCH
                   MOVE "Y" TO ALUM-PROFILE-FLAG
                   MOVE PROFILE-RECORD TO ALUM-PROFILE-IMAGE
           END-READ
           MOVE SPACES TO BEFORE-IMAGE-AREA
           MOVE STUDENT-RECORD TO BEFORE-IMAGE-AREA
           WRITE ALUMNI-RECORD
               INVALID KEY
                   MOVE "ALREADY ON ALUMNI ARCHIVE" TO DTL-NOTE
                   PERFORM REPORT-ARCHIVE-ERROR
               NOT INVALID KEY
                   PERFORM REMOVE-ARCHIVED-STUDENT
           END-WRITE.

       REMOVE-ARCHIVED-STUDENT.
           DELETE STUDENT-MASTER-FILE RECORD
               INVALID KEY
                   PERFORM BACK-OUT-ARCHIVE-RECORD
               NOT INVALID KEY
                   PERFORM FINISH-ARCHIVED-STUDENT
           END-DELETE.

       BACK-OUT-ARCHIVE-RECORD.
           DELETE ALUMNI-ARCHIVE-FILE RECORD
               INVALID KEY
                   DISPLAY "*** ARCHIVE BACK-OUT FAILED FOR "
                       STUDENT-ID " ***"
           END-DELETE
           MOVE "MASTER DELETE FAILED" TO DTL-NOTE
           PERFORM REPORT-ARCHIVE-ERROR.

       FINISH-ARCHIVED-STUDENT.
           MOVE SPACES TO DTL-NOTE
           IF PROFILE-WAS-FOUND
               PERFORM DELETE-ARCHIVED-PROFILE
           END-IF
           MOVE SPACES TO AFTER-IMAGE-AREA
           MOVE "ARCHIV" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT-RECORD
           ADD 1 TO ARCHIVED-COUNT
           MOVE "ARCHIVED" TO DTL-RESULT
           PERFORM WRITE-DETAIL-LINE.

       DELETE-ARCHIVED-PROFILE.
           DELETE STUDENT-PROFILE-FILE RECORD
               INVALID KEY
                   MOVE "PROFILE LEFT ON STUPROF" TO DTL-NOTE
               NOT INVALID KEY
                   ADD 1 TO PROFILE-MOVED-COUNT
                   MOVE "PROFILE ARCHIVED" TO DTL-NOTE
           END-DELETE.

       WRITE-AUDIT-RECORD.
           MOVE STUDENT-ID          TO AUDIT-STUDENT-ID
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT TIME-OF-DAY FROM TIME
           MOVE TOD-HHMMSS          TO AUDIT-TIME
           MOVE BEFORE-IMAGE-AREA   TO AUDIT-BEFORE-IMAGE
           MOVE AFTER-IMAGE-AREA    TO AUDIT-AFTER-IMAGE
           MOVE SPACES              TO AUDIT-REASON-CODE
           WRITE AUDIT-RECORD.

       REPORT-ARCHIVE-ERROR.
           ADD 1 TO ERROR-COUNT
           MOVE "ERROR" TO DTL-RESULT
           PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE.
           MOVE CND-STUDENT-ID(CANDIDATE-INDEX) TO DTL-STUDENT-ID
           MOVE LAST-NAME      TO DTL-LAST-NAME
           MOVE STUDENT-STATUS TO DTL-STATUS
           MOVE CND-LAST-TERM(CANDIDATE-INDEX) TO DTL-LAST-TERM
           MOVE TERMS-SINCE    TO DTL-TERMS-SINCE
           WRITE ARCHIVE-LINE FROM DETAIL-LINE.

       COUNT-MASTER-AFTER.
           MOVE "N" TO MASTER-EOF-SWITCH
           MOVE ZERO TO STUDENT-ID
           START STUDENT-MASTER-FILE
               KEY IS NOT LESS THAN STUDENT-ID
               INVALID KEY
                   MOVE "Y" TO MASTER-EOF-SWITCH
           END-START
           IF NOT MASTER-EOF
               PERFORM READ-STUDENT-MASTER
           END-IF
           PERFORM COUNT-ONE-MASTER UNTIL MASTER-EOF.

       COUNT-ONE-MASTER.
           ADD 1 TO MASTER-AFTER-COUNT
           PERFORM READ-STUDENT-MASTER.

       PRINT-ARCHIVE-TOTALS.
           MOVE SPACES TO ARCHIVE-LINE
           WRITE ARCHIVE-LINE
           MOVE MASTER-READ-COUNT   TO TOT-READ
           WRITE ARCHIVE-LINE FROM TOTAL-LINE-1
           MOVE INACTIVE-COUNT      TO TOT-INACTIVE
           WRITE ARCHIVE-LINE FROM TOTAL-LINE-2
           MOVE ARCHIVED-COUNT      TO TOT-ARCHIVED
           WRITE ARCHIVE-LINE FROM TOTAL-LINE-3
           MOVE PROFILE-MOVED-COUNT TO TOT-PROFILES
           WRITE ARCHIVE-LINE FROM TOTAL-LINE-4
           MOVE RETAINED-COUNT      TO TOT-RETAINED
           WRITE ARCHIVE-LINE FROM TOTAL-LINE-5
           MOVE NO-TERM-COUNT       TO TOT-NO-TERM
           WRITE ARCHIVE-LINE FROM TOTAL-LINE-6
           MOVE HELD-COUNT          TO TOT-HELD
           WRITE ARCHIVE-LINE FROM TOTAL-LINE-7
           MOVE ERROR-COUNT         TO TOT-ERRORS
           WRITE ARCHIVE-LINE FROM TOTAL-LINE-8
           MOVE MASTER-AFTER-COUNT  TO TOT-AFTER
           WRITE ARCHIVE-LINE FROM TOTAL-LINE-9
           SUBTRACT ARCHIVED-COUNT FROM MASTER-READ-COUNT
               GIVING BALANCE-COUNT
           MOVE BALANCE-COUNT       TO TOT-BALANCE
           WRITE ARCHIVE-LINE FROM BALANCE-LINE
           IF BALANCE-COUNT = MASTER-AFTER-COUNT
               WRITE ARCHIVE-LINE FROM IN-BALANCE-LINE
           ELSE
               WRITE ARCHIVE-LINE FROM OUT-OF-BALANCE-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF HELD-COUNT > ZERO
               WRITE ARCHIVE-LINE FROM HELD-NOTE-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF ERROR-COUNT > ZERO
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
