       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREREQ-EXCEPTION-REPORT.

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

           SELECT PREREQUISITE-FILE ASSIGN TO "PREREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PREREQ-COURSE-CODE
               FILE STATUS IS PREREQ-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "STUHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUHIST-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "PRQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRQRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 29 TO 189 CHARACTERS
               DEPENDING ON ENROLLMENT-COUNT.
           COPY STUDMAS.

       FD  PREREQUISITE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PREREQ.

       FD  HISTORY-FILE
           LABEL RECORDS ARE OMITTED.
           COPY STUHIST.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-STUDENT-ID          PIC 9(05).
           05  SORT-TERM                PIC X(05).
           05  SORT-CLASS               PIC X(10).
           05  SORT-GRADE               PIC X(01).

       FD  EXCEPTION-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  EXCEPTION-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  STUDMAS-STATUS PIC X(02).
           88 STUDMAS-OK       VALUE "00".

       01  PREREQ-STATUS PIC X(02).
           88 PREREQ-OK        VALUE "00".

       01  STUHIST-STATUS PIC X(02).
           88 STUHIST-OK       VALUE "00".

       01  PRQRPT-STATUS PIC X(02).
           88 PRQRPT-OK        VALUE "00".

       01  MASTER-EOF-SWITCH PIC X(01) VALUE "N".
           88 MASTER-EOF        VALUE "Y".

       01  HISTORY-EOF-SWITCH PIC X(01) VALUE "N".
           88 HISTORY-EOF       VALUE "Y".

       01  SORT-EOF-SWITCH PIC X(01) VALUE "N".
           88 SORT-EOF          VALUE "Y".

       01  PREREQ-MET-SWITCH PIC X(01) VALUE "Y".
           88 PREREQS-ARE-MET    VALUE "Y".

       01  COURSE-PASSED-SWITCH PIC X(01) VALUE "N".
           88 COURSE-WAS-PASSED  VALUE "Y".

       01  ENROLLMENT-INDEX PIC 9(02).
       01  PREREQ-INDEX     PIC 9(02).
       01  COMPLETED-INDEX  PIC 9(03).

       01  MISSING-PREREQ   PIC X(10).
       01  MISSING-GRADE    PIC X(01).

       01  COMPLETED-COURSE-AREA.
           05  COMPLETED-COUNT PIC 9(03) VALUE ZERO.
           05  COMPLETED-ENTRY OCCURS 200 TIMES.
               10  COMPLETED-CLASS PIC X(10).
               10  COMPLETED-GRADE PIC X(01).

       01  EXCEPTION-COUNTERS.
           05  STUDENTS-READ-COUNT    PIC 9(05) VALUE ZERO.
           05  ENROLLMENTS-CHECKED    PIC 9(05) VALUE ZERO.
           05  EXCEPTIONS-LISTED      PIC 9(05) VALUE ZERO.

       01  HEADING-LINE.
           05  FILLER PIC X(80)
               VALUE "ENROLLMENTS NOT MEETING PREREQUISITES".

       01  COLUMN-HEADING-LINE.
           05  FILLER PIC X(10) VALUE "STUDENT ID".
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(23) VALUE "STUDENT NAME".
           05  FILLER PIC X(12) VALUE "CLASS".
           05  FILLER PIC X(07) VALUE "TERM".
           05  FILLER PIC X(12) VALUE "MISSING".
           05  FILLER PIC X(09) VALUE "MIN GRADE".
           05  FILLER PIC X(05) VALUE SPACES.

       01  DETAIL-LINE.
           05  DTL-STUDENT-ID  PIC 9(05).
           05  FILLER          PIC X(07) VALUE SPACES.
           05  DTL-FIRST-NAME  PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DTL-LAST-NAME   PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DTL-CLASS       PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DTL-TERM        PIC X(05).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DTL-MISSING     PIC X(10).
           05  FILLER          PIC X(06) VALUE SPACES.
           05  DTL-MIN-GRADE   PIC X(01).
           05  FILLER          PIC X(09) VALUE SPACES.

       01  TOTAL-LINE-1.
           05  FILLER PIC X(24) VALUE "STUDENTS READ:          ".
           05  TOT-READ PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER PIC X(24) VALUE "ENROLLMENTS CHECKED:    ".
           05  TOT-CHECKED PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-3.
           05  FILLER PIC X(24) VALUE "PREREQUISITES NOT MET:  ".
           05  TOT-EXCEPTIONS PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT STUDENT-MASTER-FILE
           IF NOT STUDMAS-OK
               DISPLAY "*** UNABLE TO OPEN STUDENT-MASTER-FILE ***"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PREREQUISITE-FILE
           IF NOT PREREQ-OK
               DISPLAY "*** UNABLE TO OPEN PREREQUISITE-FILE ***"
               CLOSE STUDENT-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           WRITE EXCEPTION-LINE FROM HEADING-LINE
           WRITE EXCEPTION-LINE FROM COLUMN-HEADING-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-STUDENT-ID SORT-TERM SORT-CLASS
               INPUT PROCEDURE IS BUILD-SORT-FILE
               OUTPUT PROCEDURE IS CHECK-ALL-STUDENTS
           PERFORM PRINT-CONTROL-TOTALS
           CLOSE STUDENT-MASTER-FILE
           CLOSE PREREQUISITE-FILE
           CLOSE EXCEPTION-REPORT-FILE
           IF EXCEPTIONS-LISTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       BUILD-SORT-FILE.
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
           MOVE HIST-TERM       TO SORT-TERM
           MOVE HIST-CLASS      TO SORT-CLASS
           MOVE HIST-GRADE      TO SORT-GRADE
           RELEASE SORT-RECORD
           PERFORM READ-HISTORY-FILE.

       CHECK-ALL-STUDENTS.
           PERFORM RETURN-SORT-RECORD
           PERFORM READ-STUDENT-MASTER
           PERFORM CHECK-ONE-STUDENT UNTIL MASTER-EOF.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
           END-RETURN.

       READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MASTER-EOF-SWITCH
           END-READ
           IF NOT MASTER-EOF
               ADD 1 TO STUDENTS-READ-COUNT
           END-IF.

       CHECK-ONE-STUDENT.
           MOVE ZERO TO COMPLETED-COUNT
           PERFORM SKIP-ORPHAN-HISTORY
               UNTIL SORT-EOF OR SORT-STUDENT-ID NOT < STUDENT-ID
           PERFORM LOAD-ONE-COMPLETED-COURSE
               UNTIL SORT-EOF OR SORT-STUDENT-ID > STUDENT-ID
           IF STUDENT-ACTIVE
               PERFORM CHECK-ONE-ENROLLMENT
                   VARYING ENROLLMENT-INDEX FROM 1 BY 1
                   UNTIL ENROLLMENT-INDEX > ENROLLMENT-COUNT
           END-IF
           PERFORM READ-STUDENT-MASTER.

       SKIP-ORPHAN-HISTORY.
           PERFORM RETURN-SORT-RECORD.

       LOAD-ONE-COMPLETED-COURSE.
           IF COMPLETED-COUNT < 200
               ADD 1 TO COMPLETED-COUNT
               MOVE SORT-CLASS TO COMPLETED-CLASS(COMPLETED-COUNT)
               MOVE SORT-GRADE TO COMPLETED-GRADE(COMPLETED-COUNT)
           END-IF
           PERFORM RETURN-SORT-RECORD.

       CHECK-ONE-ENROLLMENT.
           ADD 1 TO ENROLLMENTS-CHECKED
           PERFORM CHECK-PREREQUISITES
           IF NOT PREREQS-ARE-MET
               PERFORM PRINT-EXCEPTION-DETAIL
           END-IF.

       CHECK-PREREQUISITES.
           MOVE "Y" TO PREREQ-MET-SWITCH
           MOVE SPACES TO MISSING-PREREQ
           MOVE SPACES TO MISSING-GRADE
           MOVE STUDENT-CLASS(ENROLLMENT-INDEX) TO PREREQ-COURSE-CODE
           READ PREREQUISITE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CHECK-ONE-PREREQUISITE
                       VARYING PREREQ-INDEX FROM 1 BY 1
                       UNTIL PREREQ-INDEX > PREREQ-COUNT
                          OR NOT PREREQS-ARE-MET
           END-READ.

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

       PRINT-EXCEPTION-DETAIL.
           ADD 1 TO EXCEPTIONS-LISTED
           MOVE STUDENT-ID      TO DTL-STUDENT-ID
           MOVE FIRST-NAME      TO DTL-FIRST-NAME
           MOVE LAST-NAME       TO DTL-LAST-NAME
           MOVE STUDENT-CLASS(ENROLLMENT-INDEX) TO DTL-CLASS
           MOVE STUDENT-TERM(ENROLLMENT-INDEX)  TO DTL-TERM
           MOVE MISSING-PREREQ  TO DTL-MISSING
           MOVE MISSING-GRADE   TO DTL-MIN-GRADE
           WRITE EXCEPTION-LINE FROM DETAIL-LINE.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE STUDENTS-READ-COUNT TO TOT-READ
           WRITE EXCEPTION-LINE FROM TOTAL-LINE-1
           MOVE ENROLLMENTS-CHECKED TO TOT-CHECKED
           WRITE EXCEPTION-LINE FROM TOTAL-LINE-2
           MOVE EXCEPTIONS-LISTED   TO TOT-EXCEPTIONS
           WRITE EXCEPTION-LINE FROM TOTAL-LINE-3.
