       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREE-AUDIT-REPORT.

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

           SELECT STUDENT-DECLARATION-FILE ASSIGN TO "STUDECL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DECL-STUDENT-ID
               FILE STATUS IS STUDECL-STATUS.

           SELECT DEGREE-PROGRAM-FILE ASSIGN TO "DEGPROG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEG-PROGRAM-CODE
               FILE STATUS IS DEGPROG-STATUS.

           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS CRSMAS-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "STUHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUHIST-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".

           SELECT AUDIT-REPORT-FILE ASSIGN TO "DEGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEGRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 29 TO 189 CHARACTERS
               DEPENDING ON ENROLLMENT-COUNT.
           COPY STUDMAS.

       FD  STUDENT-DECLARATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STUDECL.

       FD  DEGREE-PROGRAM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEGPROG.

       FD  COURSE-CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CRSMAS.

       FD  HISTORY-FILE
           LABEL RECORDS ARE OMITTED.
           COPY STUHIST.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-STUDENT-ID          PIC 9(05).
           05  SORT-TERM                PIC X(05).
           05  SORT-CLASS               PIC X(10).
           05  SORT-GRADE               PIC X(01).

       FD  AUDIT-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  AUDIT-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  STUDMAS-STATUS PIC X(02).
           88 STUDMAS-OK       VALUE "00".

       01  STUDECL-STATUS PIC X(02).
           88 STUDECL-OK       VALUE "00".

       01  DEGPROG-STATUS PIC X(02).
           88 DEGPROG-OK       VALUE "00".

       01  CRSMAS-STATUS PIC X(02).
           88 CRSMAS-OK        VALUE "00".

       01  STUHIST-STATUS PIC X(02).
           88 STUHIST-OK       VALUE "00".

       01  DEGRPT-STATUS PIC X(02).
           88 DEGRPT-OK        VALUE "00".

       01  MASTER-EOF-SWITCH PIC X(01) VALUE "N".
           88 MASTER-EOF        VALUE "Y".

       01  HISTORY-EOF-SWITCH PIC X(01) VALUE "N".
           88 HISTORY-EOF       VALUE "Y".

       01  SORT-EOF-SWITCH PIC X(01) VALUE "N".
           88 SORT-EOF          VALUE "Y".

       01  REQUIRED-STATE PIC X(01).
           88 REQUIRED-COMPLETE    VALUE "C".
           88 REQUIRED-IN-PROGRESS VALUE "P".
           88 REQUIRED-MISSING     VALUE "M".

       01  AUDIT-RESULT PIC X(01).
           88 AUDIT-MET            VALUE "M".
           88 AUDIT-IN-PROGRESS    VALUE "P".
           88 AUDIT-NOT-MET        VALUE "N".

       01  ENROLLMENT-INDEX PIC 9(02).
       01  COMPLETED-INDEX  PIC 9(03).
       01  REQUIRED-INDEX   PIC 9(02).
       01  DEPT-INDEX       PIC 9(01).

       01  COMPLETED-COURSE-AREA.
           05  COMPLETED-COUNT PIC 9(03) VALUE ZERO.
           05  COMPLETED-ENTRY OCCURS 200 TIMES.
               10  COMPLETED-CLASS PIC X(10).
               10  COMPLETED-GRADE PIC X(01).

       01  TALLY-CLASS       PIC X(10).
       01  TALLY-GRADE       PIC X(01).
       01  TALLY-POINTS      PIC 9(01).
       01  TALLY-LINE-POINTS PIC 9(03).
       01  REQUIRED-GRADE    PIC X(01).

       01  DEGREE-PROGRESS.
           05  EARNED-CREDITS      PIC 9(04).
           05  EARNED-POINTS       PIC 9(05).
           05  EARNED-GPA          PIC 9V99.
           05  IN-PROGRESS-CREDITS PIC 9(04).
           05  DEPT-PROGRESS OCCURS 5 TIMES.
               10  DEPT-EARNED      PIC 9(04).
               10  DEPT-IN-PROGRESS PIC 9(04).

       01  MEASURE-EARNED      PIC 9(04).
       01  MEASURE-IN-PROGRESS PIC 9(04).
       01  MEASURE-REQUIRED    PIC 9(04).

       01  AUDIT-COUNTERS.
           05  STUDENTS-READ-COUNT   PIC 9(05) VALUE ZERO.
           05  STUDENTS-AUDITED      PIC 9(05) VALUE ZERO.
           05  AUDITS-MET            PIC 9(05) VALUE ZERO.
           05  AUDITS-IN-PROGRESS    PIC 9(05) VALUE ZERO.
           05  AUDITS-NOT-MET        PIC 9(05) VALUE ZERO.
           05  NOT-DECLARED-COUNT    PIC 9(05) VALUE ZERO.
           05  NO-PROGRAM-COUNT      PIC 9(05) VALUE ZERO.

       01  HEADING-LINE.
           05  FILLER PIC X(80)
               VALUE "DEGREE AUDIT REPORT - ACTIVE STUDENTS".

       01  STUDENT-HEADING-LINE.
           05  FILLER PIC X(08) VALUE "STUDENT ".
           05  SHL-STUDENT-ID  PIC 9(05).
           05  FILLER PIC X(02) VALUE SPACES.
           05  SHL-FIRST-NAME  PIC X(10).
           05  FILLER PIC X(01) VALUE SPACES.
           05  SHL-LAST-NAME   PIC X(10).
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(08) VALUE "PROGRAM ".
           05  SHL-PROGRAM     PIC X(06).
           05  FILLER PIC X(01) VALUE SPACES.
           05  SHL-TITLE       PIC X(27).

       01  NOTE-LINE.
           05  FILLER PIC X(02) VALUE SPACES.
           05  NTE-TEXT PIC X(78).

       01  REQUIREMENT-LINE.
           05  FILLER PIC X(02) VALUE SPACES.
           05  REQ-LABEL  PIC X(14) VALUE "COURSE".
           05  REQ-COURSE PIC X(11).
           05  REQ-STATUS PIC X(12).
           05  REQ-GRADE-LABEL PIC X(06).
           05  REQ-GRADE  PIC X(01).
           05  FILLER PIC X(34) VALUE SPACES.

       01  MEASURE-LINE.
           05  FILLER PIC X(02) VALUE SPACES.
           05  MSR-LABEL  PIC X(14).
           05  MSR-ITEM   PIC X(11).
           05  MSR-STATUS PIC X(12).
           05  FILLER PIC X(07) VALUE "EARNED ".
           05  MSR-EARNED PIC ZZZ9.
           05  FILLER PIC X(10) VALUE " REQUIRED ".
           05  MSR-REQUIRED PIC ZZZ9.
           05  FILLER PIC X(09) VALUE " IN PROG ".
           05  MSR-IN-PROGRESS PIC ZZZ9.
           05  FILLER PIC X(03) VALUE SPACES.

       01  GPA-LINE.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(14) VALUE "CUM GPA".
           05  FILLER PIC X(11) VALUE SPACES.
           05  GPA-STATUS PIC X(12).
           05  FILLER PIC X(07) VALUE "EARNED ".
           05  GPA-EARNED PIC 9.99.
           05  FILLER PIC X(10) VALUE " REQUIRED ".
           05  GPA-REQUIRED PIC 9.99.
           05  FILLER PIC X(16) VALUE SPACES.

       01  RESULT-LINE.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(14) VALUE "RESULT".
           05  RES-TEXT PIC X(64).

       01  TOTAL-LINE-1.
           05  FILLER PIC X(24) VALUE "STUDENTS READ:          ".
           05  TOT-READ PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER PIC X(24) VALUE "STUDENTS AUDITED:       ".
           05  TOT-AUDITED PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-3.
           05  FILLER PIC X(24) VALUE "REQUIREMENTS MET:       ".
           05  TOT-MET PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-4.
           05  FILLER PIC X(24) VALUE "MET WHEN IN PROG ENDS:  ".
           05  TOT-IN-PROGRESS PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-5.
           05  FILLER PIC X(24) VALUE "REQUIREMENTS NOT MET:   ".
           05  TOT-NOT-MET PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-6.
           05  FILLER PIC X(24) VALUE "NO PROGRAM DECLARED:    ".
           05  TOT-NOT-DECLARED PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-7.
           05  FILLER PIC X(24) VALUE "PROGRAM NOT ON FILE:    ".
           05  TOT-NO-PROGRAM PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT STUDENT-MASTER-FILE
           IF NOT STUDMAS-OK
               DISPLAY "*** UNABLE TO OPEN STUDENT-MASTER-FILE ***"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT STUDENT-DECLARATION-FILE
           IF NOT STUDECL-OK
               DISPLAY "*** UNABLE TO OPEN STUDENT-DECLARATION-FILE ***"
               CLOSE STUDENT-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT DEGREE-PROGRAM-FILE
           IF NOT DEGPROG-OK
               DISPLAY "*** UNABLE TO OPEN DEGREE-PROGRAM-FILE ***"
               CLOSE STUDENT-MASTER-FILE
               CLOSE STUDENT-DECLARATION-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT COURSE-CATALOG-FILE
           IF NOT CRSMAS-OK
               DISPLAY "*** UNABLE TO OPEN COURSE-CATALOG-FILE ***"
               DISPLAY "*** AUDIT NEEDS CREDIT HOURS - RUN STOPPED ***"
               CLOSE STUDENT-MASTER-FILE
               CLOSE STUDENT-DECLARATION-FILE
               CLOSE DEGREE-PROGRAM-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT AUDIT-REPORT-FILE
           WRITE AUDIT-REPORT-LINE FROM HEADING-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-STUDENT-ID SORT-TERM SORT-CLASS
               INPUT PROCEDURE IS BUILD-SORT-FILE
               OUTPUT PROCEDURE IS AUDIT-ALL-STUDENTS
           PERFORM PRINT-CONTROL-TOTALS
           CLOSE STUDENT-MASTER-FILE
           CLOSE STUDENT-DECLARATION-FILE
           CLOSE DEGREE-PROGRAM-FILE
           CLOSE COURSE-CATALOG-FILE
           CLOSE AUDIT-REPORT-FILE
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

       AUDIT-ALL-STUDENTS.
           PERFORM RETURN-SORT-RECORD
           PERFORM READ-STUDENT-MASTER
           PERFORM AUDIT-ONE-STUDENT UNTIL MASTER-EOF.

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

       AUDIT-ONE-STUDENT.
           MOVE ZERO TO COMPLETED-COUNT
           PERFORM SKIP-ORPHAN-HISTORY
               UNTIL SORT-EOF OR SORT-STUDENT-ID NOT < STUDENT-ID
           PERFORM LOAD-ONE-COMPLETED-COURSE
               UNTIL SORT-EOF OR SORT-STUDENT-ID > STUDENT-ID
           IF STUDENT-ACTIVE
               PERFORM AUDIT-DECLARED-STUDENT
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

       AUDIT-DECLARED-STUDENT.
           MOVE STUDENT-ID TO SHL-STUDENT-ID
           MOVE FIRST-NAME TO SHL-FIRST-NAME
           MOVE LAST-NAME  TO SHL-LAST-NAME
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE STUDENT-ID TO DECL-STUDENT-ID
           READ STUDENT-DECLARATION-FILE
               INVALID KEY
                   PERFORM PRINT-NOT-DECLARED
               NOT INVALID KEY
                   PERFORM AUDIT-AGAINST-PROGRAM
           END-READ.

       PRINT-NOT-DECLARED.
           ADD 1 TO NOT-DECLARED-COUNT
           MOVE SPACES TO SHL-PROGRAM
           MOVE SPACES TO SHL-TITLE
           WRITE AUDIT-REPORT-LINE FROM STUDENT-HEADING-LINE
           MOVE "NO DEGREE PROGRAM DECLARED" TO NTE-TEXT
           WRITE AUDIT-REPORT-LINE FROM NOTE-LINE.

       AUDIT-AGAINST-PROGRAM.
           MOVE DECL-PROGRAM-CODE TO DEG-PROGRAM-CODE
           MOVE DECL-PROGRAM-CODE TO SHL-PROGRAM
           READ DEGREE-PROGRAM-FILE
               INVALID KEY
                   PERFORM PRINT-PROGRAM-NOT-ON-FILE
               NOT INVALID KEY
                   PERFORM AUDIT-STUDENT-PROGRESS
           END-READ.

       PRINT-PROGRAM-NOT-ON-FILE.
           ADD 1 TO NO-PROGRAM-COUNT
           MOVE SPACES TO SHL-TITLE
           WRITE AUDIT-REPORT-LINE FROM STUDENT-HEADING-LINE
           MOVE "DECLARED PROGRAM NOT ON DEGREE-PROGRAM FILE"
               TO NTE-TEXT
           WRITE AUDIT-REPORT-LINE FROM NOTE-LINE.

       AUDIT-STUDENT-PROGRESS.
           MOVE DEG-PROGRAM-TITLE TO SHL-TITLE
           WRITE AUDIT-REPORT-LINE FROM STUDENT-HEADING-LINE
           ADD 1 TO STUDENTS-AUDITED
           MOVE "M" TO AUDIT-RESULT
           PERFORM TALLY-DEGREE-PROGRESS
           PERFORM AUDIT-ONE-REQUIRED-COURSE
               VARYING REQUIRED-INDEX FROM 1 BY 1
               UNTIL REQUIRED-INDEX > DEG-REQUIRED-COUNT
           MOVE "CREDIT HOURS"      TO MSR-LABEL
           MOVE SPACES              TO MSR-ITEM
           MOVE EARNED-CREDITS      TO MEASURE-EARNED
           MOVE IN-PROGRESS-CREDITS TO MEASURE-IN-PROGRESS
           MOVE DEG-TOTAL-CREDITS   TO MEASURE-REQUIRED
           PERFORM PRINT-MEASURE-LINE
           PERFORM PRINT-GPA-LINE
           PERFORM AUDIT-ONE-DEPT-MINIMUM
               VARYING DEPT-INDEX FROM 1 BY 1
               UNTIL DEPT-INDEX > DEG-DEPT-COUNT
           EVALUATE TRUE
               WHEN AUDIT-MET
                   ADD 1 TO AUDITS-MET
                   MOVE "REQUIREMENTS MET - ELIGIBLE TO GRADUATE"
                       TO RES-TEXT
               WHEN AUDIT-IN-PROGRESS
                   ADD 1 TO AUDITS-IN-PROGRESS
                   MOVE "MET WHEN IN-PROGRESS WORK IS GRADED"
                       TO RES-TEXT
               WHEN OTHER
                   ADD 1 TO AUDITS-NOT-MET
                   MOVE "REQUIREMENTS NOT MET" TO RES-TEXT
           END-EVALUATE
           WRITE AUDIT-REPORT-LINE FROM RESULT-LINE.

       TALLY-DEGREE-PROGRESS.
           MOVE ZERO TO EARNED-CREDITS
           MOVE ZERO TO EARNED-POINTS
           MOVE ZERO TO IN-PROGRESS-CREDITS
           PERFORM CLEAR-ONE-DEPT-PROGRESS
               VARYING DEPT-INDEX FROM 1 BY 1
               UNTIL DEPT-INDEX > 5
           PERFORM TALLY-ONE-COMPLETED-COURSE
               VARYING COMPLETED-INDEX FROM 1 BY 1
               UNTIL COMPLETED-INDEX > COMPLETED-COUNT
           PERFORM TALLY-ONE-ENROLLMENT
               VARYING ENROLLMENT-INDEX FROM 1 BY 1
               UNTIL ENROLLMENT-INDEX > ENROLLMENT-COUNT
           IF EARNED-CREDITS > ZERO
               DIVIDE EARNED-POINTS BY EARNED-CREDITS
                   GIVING EARNED-GPA ROUNDED
           ELSE
               MOVE ZERO TO EARNED-GPA
           END-IF.

       CLEAR-ONE-DEPT-PROGRESS.
           MOVE ZERO TO DEPT-EARNED(DEPT-INDEX)
           MOVE ZERO TO DEPT-IN-PROGRESS(DEPT-INDEX).

       TALLY-ONE-COMPLETED-COURSE.
           MOVE COMPLETED-CLASS(COMPLETED-INDEX) TO TALLY-CLASS
           MOVE COMPLETED-GRADE(COMPLETED-INDEX) TO TALLY-GRADE
           PERFORM TALLY-ONE-COURSE.

       TALLY-ONE-ENROLLMENT.
           MOVE STUDENT-CLASS(ENROLLMENT-INDEX) TO TALLY-CLASS
           MOVE STUDENT-GRADE(ENROLLMENT-INDEX) TO TALLY-GRADE
           IF GRADE-PENDING(ENROLLMENT-INDEX)
               PERFORM TALLY-IN-PROGRESS-COURSE
           ELSE
               PERFORM TALLY-ONE-COURSE
           END-IF.

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

       TALLY-IN-PROGRESS-COURSE.
           MOVE TALLY-CLASS TO COURSE-CODE
           READ COURSE-CATALOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD COURSE-CREDITS TO IN-PROGRESS-CREDITS
                   PERFORM ADD-DEPT-IN-PROGRESS
                       VARYING DEPT-INDEX FROM 1 BY 1
                       UNTIL DEPT-INDEX > DEG-DEPT-COUNT
           END-READ.

       ADD-DEPT-IN-PROGRESS.
           IF DEG-DEPT(DEPT-INDEX) = COURSE-DEPT
               ADD COURSE-CREDITS TO DEPT-IN-PROGRESS(DEPT-INDEX)
           END-IF.

       AUDIT-ONE-REQUIRED-COURSE.
           MOVE "M" TO REQUIRED-STATE
           MOVE SPACES TO REQUIRED-GRADE
           PERFORM MATCH-REQUIRED-COMPLETED
               VARYING COMPLETED-INDEX FROM 1 BY 1
               UNTIL COMPLETED-INDEX > COMPLETED-COUNT
                  OR REQUIRED-COMPLETE
           PERFORM MATCH-REQUIRED-ENROLLMENT
               VARYING ENROLLMENT-INDEX FROM 1 BY 1
               UNTIL ENROLLMENT-INDEX > ENROLLMENT-COUNT
                  OR REQUIRED-COMPLETE
           MOVE DEG-REQUIRED-COURSE(REQUIRED-INDEX) TO REQ-COURSE
           MOVE SPACES TO REQ-GRADE-LABEL
           MOVE SPACES TO REQ-GRADE
           EVALUATE TRUE
               WHEN REQUIRED-COMPLETE
                   MOVE "COMPLETE" TO REQ-STATUS
                   MOVE "GRADE " TO REQ-GRADE-LABEL
                   MOVE REQUIRED-GRADE TO REQ-GRADE
               WHEN REQUIRED-IN-PROGRESS
                   MOVE "IN PROGRESS" TO REQ-STATUS
                   PERFORM NOTE-IN-PROGRESS
               WHEN OTHER
                   MOVE "MISSING" TO REQ-STATUS
                   MOVE "N" TO AUDIT-RESULT
           END-EVALUATE
           WRITE AUDIT-REPORT-LINE FROM REQUIREMENT-LINE.

       MATCH-REQUIRED-COMPLETED.
           IF COMPLETED-CLASS(COMPLETED-INDEX)
              = DEG-REQUIRED-COURSE(REQUIRED-INDEX)
              AND COMPLETED-GRADE(COMPLETED-INDEX) NOT < "A"
              AND COMPLETED-GRADE(COMPLETED-INDEX) NOT > "D"
               MOVE "C" TO REQUIRED-STATE
               MOVE COMPLETED-GRADE(COMPLETED-INDEX) TO REQUIRED-GRADE
           END-IF.

       MATCH-REQUIRED-ENROLLMENT.
           IF STUDENT-CLASS(ENROLLMENT-INDEX)
              = DEG-REQUIRED-COURSE(REQUIRED-INDEX)
               IF GRADE-PENDING(ENROLLMENT-INDEX)
                   MOVE "P" TO REQUIRED-STATE
               ELSE
                   MOVE "C" TO REQUIRED-STATE
                   MOVE STUDENT-GRADE(ENROLLMENT-INDEX)
                       TO REQUIRED-GRADE
               END-IF
           END-IF.

       NOTE-IN-PROGRESS.
           IF AUDIT-MET
               MOVE "P" TO AUDIT-RESULT
           END-IF.

       AUDIT-ONE-DEPT-MINIMUM.
           MOVE "DEPT CREDITS"     TO MSR-LABEL
           MOVE DEG-DEPT(DEPT-INDEX) TO MSR-ITEM
           MOVE DEPT-EARNED(DEPT-INDEX)      TO MEASURE-EARNED
           MOVE DEPT-IN-PROGRESS(DEPT-INDEX) TO MEASURE-IN-PROGRESS
           MOVE DEG-DEPT-CREDITS(DEPT-INDEX) TO MEASURE-REQUIRED
           PERFORM PRINT-MEASURE-LINE.

       PRINT-MEASURE-LINE.
           IF MEASURE-EARNED NOT < MEASURE-REQUIRED
               MOVE "COMPLETE" TO MSR-STATUS
           ELSE
               IF MEASURE-EARNED + MEASURE-IN-PROGRESS
                  NOT < MEASURE-REQUIRED
                   MOVE "IN PROGRESS" TO MSR-STATUS
                   PERFORM NOTE-IN-PROGRESS
               ELSE
                   MOVE "MISSING" TO MSR-STATUS
                   MOVE "N" TO AUDIT-RESULT
               END-IF
           END-IF
           MOVE MEASURE-EARNED      TO MSR-EARNED
           MOVE MEASURE-REQUIRED    TO MSR-REQUIRED
           MOVE MEASURE-IN-PROGRESS TO MSR-IN-PROGRESS
           WRITE AUDIT-REPORT-LINE FROM MEASURE-LINE.

       PRINT-GPA-LINE.
           IF EARNED-GPA NOT < DEG-MIN-GPA
               MOVE "COMPLETE" TO GPA-STATUS
           ELSE
               MOVE "BELOW MIN" TO GPA-STATUS
               MOVE "N" TO AUDIT-RESULT
           END-IF
           MOVE EARNED-GPA  TO GPA-EARNED
           MOVE DEG-MIN-GPA TO GPA-REQUIRED
           WRITE AUDIT-REPORT-LINE FROM GPA-LINE.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE STUDENTS-READ-COUNT TO TOT-READ
           WRITE AUDIT-REPORT-LINE FROM TOTAL-LINE-1
           MOVE STUDENTS-AUDITED    TO TOT-AUDITED
           WRITE AUDIT-REPORT-LINE FROM TOTAL-LINE-2
           MOVE AUDITS-MET          TO TOT-MET
           WRITE AUDIT-REPORT-LINE FROM TOTAL-LINE-3
           MOVE AUDITS-IN-PROGRESS  TO TOT-IN-PROGRESS
           WRITE AUDIT-REPORT-LINE FROM TOTAL-LINE-4
           MOVE AUDITS-NOT-MET      TO TOT-NOT-MET
           WRITE AUDIT-REPORT-LINE FROM TOTAL-LINE-5
           MOVE NOT-DECLARED-COUNT  TO TOT-NOT-DECLARED
           WRITE AUDIT-REPORT-LINE FROM TOTAL-LINE-6
           MOVE NO-PROGRAM-COUNT    TO TOT-NO-PROGRAM
           WRITE AUDIT-REPORT-LINE FROM TOTAL-LINE-7.
