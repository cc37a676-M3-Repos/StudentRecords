       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-POSTING-RUN.

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

           SELECT TERM-MASTER-FILE ASSIGN TO "TRMMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TERM-CODE
               FILE STATUS IS TRMMAS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT GRADE-SHEET-FILE ASSIGN TO "GRDSHEET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRDSHEET-STATUS.

           SELECT POSTING-REPORT-FILE ASSIGN TO "GRDPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRDPRPT-STATUS.

           SELECT MISSING-REPORT-FILE ASSIGN TO "MISSGRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MISSGRD-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".

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

       FD  TERM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRMMAS.

       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       FD  GRADE-SHEET-FILE
           LABEL RECORDS ARE OMITTED.
       01  GRADE-SHEET-RECORD.
           05  SHT-CLASS               PIC X(10).
           05  SHT-TERM                PIC X(05).
           05  SHT-STUDENT-ID          PIC X(05).
           05  SHT-GRADE               PIC X(01).

       FD  POSTING-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  POSTING-LINE PIC X(80).

       FD  MISSING-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  MISSING-LINE PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-CLASS               PIC X(10).
           05  SORT-STUDENT-ID          PIC 9(05).
           05  SORT-LAST-NAME           PIC X(10).
           05  SORT-FIRST-NAME          PIC X(10).

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

       01  RUN-PROGRAM-NAME PIC X(24) VALUE "GRADE-POSTING-RUN".

       01  STUDMAS-STATUS PIC X(02).
           88 STUDMAS-OK       VALUE "00".

       01  TRMMAS-STATUS PIC X(02).
           88 TRMMAS-OK        VALUE "00".

       01  AUDIT-STATUS PIC X(02).
           88 AUDIT-OK         VALUE "00".

       01  GRDSHEET-STATUS PIC X(02).
           88 GRDSHEET-OK      VALUE "00".

       01  GRDPRPT-STATUS PIC X(02).
           88 GRDPRPT-OK       VALUE "00".

       01  MISSGRD-STATUS PIC X(02).
           88 MISSGRD-OK       VALUE "00".

       01  SHEET-EOF-SWITCH PIC X(01) VALUE "N".
           88 SHEET-EOF         VALUE "Y".

       01  MASTER-EOF-SWITCH PIC X(01) VALUE "N".
           88 MASTER-EOF        VALUE "Y".

       01  SORT-EOF-SWITCH PIC X(01) VALUE "N".
           88 SORT-EOF          VALUE "Y".

       01  LINE-OK-SWITCH PIC X(01) VALUE "N".
           88 LINE-IS-VALID     VALUE "Y".

       01  ENROLLMENT-FOUND-SWITCH PIC X(01) VALUE "N".
           88 ENROLLMENT-WAS-FOUND  VALUE "Y".

       01  FIRST-BREAK-SWITCH PIC X(01) VALUE "Y".
           88 FIRST-BREAK       VALUE "Y".

       01  ENROLLMENT-INDEX PIC 9(02).
       01  FOUND-INDEX      PIC 9(02).

       01  POSTING-TERM-INPUT PIC X(05).
       01  POSTING-TERM       PIC X(05).

       01  PREV-CLASS PIC X(10) VALUE SPACES.

       01  OLD-GRADE PIC X(01).

       01  REJECT-REASON PIC X(30).

       01  GRADE-CHANGE-IMAGE.
           05  GCI-CLASS  PIC X(10).
           05  GCI-TERM   PIC X(05).
           05  GCI-GRADE  PIC X(01).
           05  GCI-SOURCE PIC X(07).

       01  BEFORE-IMAGE-AREA PIC X(189) VALUE SPACES.
       01  AFTER-IMAGE-AREA  PIC X(189) VALUE SPACES.

       01  TIME-OF-DAY.
           05  TOD-HHMMSS      PIC 9(06).
           05  TOD-HUNDREDTHS  PIC 9(02).

       01  POSTING-COUNTERS.
           05  READ-COUNT      PIC 9(05) VALUE ZERO.
           05  POSTED-COUNT    PIC 9(05) VALUE ZERO.
           05  REJECTED-COUNT  PIC 9(05) VALUE ZERO.

       01  MISSING-COUNTERS.
           05  CLASS-MISSING-COUNT PIC 9(05) VALUE ZERO.
           05  CLASSES-SHORT-COUNT PIC 9(05) VALUE ZERO.
           05  TOTAL-MISSING-COUNT PIC 9(05) VALUE ZERO.

       01  HEADING-LINE.
           05  FILLER PIC X(80)
               VALUE "INSTRUCTOR GRADE POSTING REGISTER".

       01  TERM-LINE.
           05  FILLER PIC X(24) VALUE "TERM POSTED:            ".
           05  TRM-TERM PIC X(05).
           05  FILLER PIC X(51) VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER PIC X(12) VALUE "CLASS".
           05  FILLER PIC X(07) VALUE "TERM".
           05  FILLER PIC X(07) VALUE "ID".
           05  FILLER PIC X(07) VALUE "GRADE".
           05  FILLER PIC X(10) VALUE "RESULT".
           05  FILLER PIC X(30) VALUE "REASON".
           05  FILLER PIC X(07) VALUE SPACES.

       01  DETAIL-LINE.
           05  DTL-CLASS        PIC X(10).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-TERM         PIC X(05).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-STUDENT-ID   PIC X(05).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-GRADE        PIC X(01).
           05  FILLER           PIC X(06) VALUE SPACES.
           05  DTL-RESULT       PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-REASON       PIC X(30).
           05  FILLER           PIC X(07) VALUE SPACES.

       01  TOTAL-LINE-1.
           05  FILLER PIC X(24) VALUE "SHEET LINES READ:       ".
           05  TOT-READ     PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER PIC X(24) VALUE "GRADES POSTED:          ".
           05  TOT-POSTED   PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-3.
           05  FILLER PIC X(24) VALUE "SHEET LINES REJECTED:   ".
           05  TOT-REJECTED PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  MISSING-HEADING-LINE.
           05  FILLER PIC X(80)
               VALUE "MISSING GRADES BY CLASS".

       01  CLASS-HEADING-LINE.
           05  FILLER PIC X(07) VALUE "CLASS: ".
           05  HDG-CLASS PIC X(10).
           05  FILLER PIC X(08) VALUE "  TERM: ".
           05  HDG-TERM  PIC X(05).
           05  FILLER PIC X(50) VALUE SPACES.

       01  MISSING-COLUMN-LINE.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(12) VALUE "STUDENT ID".
           05  FILLER PIC X(12) VALUE "LAST NAME".
           05  FILLER PIC X(10) VALUE "FIRST NAME".
           05  FILLER PIC X(44) VALUE SPACES.

       01  MISSING-DETAIL-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  MDL-STUDENT-ID   PIC 9(05).
           05  FILLER           PIC X(07) VALUE SPACES.
           05  MDL-LAST-NAME    PIC X(10).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  MDL-FIRST-NAME   PIC X(10).
           05  FILLER           PIC X(44) VALUE SPACES.

       01  CLASS-TOTAL-LINE.
           05  FILLER PIC X(24) VALUE "  GRADES MISSING:       ".
           05  CTL-MISSING  PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  NONE-MISSING-LINE.
           05  FILLER PIC X(80)
               VALUE "NO ENROLLMENTS ARE WAITING FOR A GRADE".

       01  MISSING-TOTAL-LINE-1.
           05  FILLER PIC X(24) VALUE "CLASSES WITH MISSING:   ".
           05  MTL-CLASSES  PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  MISSING-TOTAL-LINE-2.
           05  FILLER PIC X(24) VALUE "GRADES STILL MISSING:   ".
           05  MTL-MISSING  PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  SEPARATOR-LINE.
           05  FILLER PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT GRADE-SHEET-FILE
           IF NOT GRDSHEET-OK
               DISPLAY "*** UNABLE TO OPEN GRADE-SHEET-FILE ***"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM GET-POSTING-TERM
           PERFORM CHECK-POSTING-TERM
           PERFORM REGISTER-RUN
           OPEN I-O STUDENT-MASTER-FILE
           IF NOT STUDMAS-OK
               DISPLAY "*** UNABLE TO OPEN STUDENT-MASTER-FILE ***"
               CLOSE GRADE-SHEET-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM RELEASE-RUN
               GOBACK
           END-IF
           PERFORM OPEN-AUDIT-FILE
           OPEN OUTPUT POSTING-REPORT-FILE
           WRITE POSTING-LINE FROM HEADING-LINE
           MOVE POSTING-TERM TO TRM-TERM
           WRITE POSTING-LINE FROM TERM-LINE
           MOVE SPACES TO POSTING-LINE
           WRITE POSTING-LINE
           WRITE POSTING-LINE FROM COLUMN-HEADING-LINE
           PERFORM READ-GRADE-SHEET
           PERFORM PROCESS-SHEET-LINE UNTIL SHEET-EOF
           PERFORM PRINT-POSTING-TOTALS
           CLOSE GRADE-SHEET-FILE
           CLOSE AUDIT-FILE
           CLOSE POSTING-REPORT-FILE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-CLASS SORT-STUDENT-ID
               INPUT PROCEDURE IS BUILD-MISSING-SORT
               OUTPUT PROCEDURE IS PRINT-MISSING-REPORT
           CLOSE STUDENT-MASTER-FILE
           IF REJECTED-COUNT > ZERO OR TOTAL-MISSING-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "GRADES POSTED:        " POSTED-COUNT
           DISPLAY "SHEET LINES REJECTED: " REJECTED-COUNT
           DISPLAY "GRADES STILL MISSING: " TOTAL-MISSING-COUNT
           PERFORM RELEASE-RUN
           GOBACK.

       GET-POSTING-TERM.
           DISPLAY "TERM TO POST (E.G. 2026F): "
               WITH NO ADVANCING
           ACCEPT POSTING-TERM-INPUT
           IF POSTING-TERM-INPUT = SPACES
               DISPLAY "*** TERM MUST NOT BE BLANK ***"
               CLOSE GRADE-SHEET-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE POSTING-TERM-INPUT TO POSTING-TERM.

       CHECK-POSTING-TERM.
           OPEN INPUT TERM-MASTER-FILE
           IF NOT TRMMAS-OK
               DISPLAY "*** UNABLE TO OPEN TERM-MASTER-FILE ***"
               DISPLAY "*** POSTING TERM WILL NOT BE VERIFIED ***"
           ELSE
               MOVE POSTING-TERM TO TERM-CODE
               READ TERM-MASTER-FILE
                   INVALID KEY
                       DISPLAY "*** TERM NOT ON TERM MASTER ***"
                       CLOSE TERM-MASTER-FILE
                       CLOSE GRADE-SHEET-FILE
                       MOVE 8 TO RETURN-CODE
                       GOBACK
               END-READ
               CLOSE TERM-MASTER-FILE
           END-IF.

       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF NOT AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       READ-GRADE-SHEET.
           READ GRADE-SHEET-FILE
               AT END
                   MOVE "Y" TO SHEET-EOF-SWITCH
           END-READ
           IF NOT SHEET-EOF
               ADD 1 TO READ-COUNT
           END-IF.

       PROCESS-SHEET-LINE.
           MOVE "Y" TO LINE-OK-SWITCH
           MOVE SPACES TO REJECT-REASON
           PERFORM EDIT-SHEET-LINE
           IF LINE-IS-VALID
               PERFORM FIND-SHEET-ENROLLMENT
           END-IF
           IF LINE-IS-VALID
               PERFORM POST-SHEET-GRADE
           END-IF
           IF NOT LINE-IS-VALID
               PERFORM REPORT-REJECTED
           END-IF
           PERFORM READ-GRADE-SHEET.

       EDIT-SHEET-LINE.
           IF SHT-TERM NOT = POSTING-TERM
               MOVE "TERM NOT THE POSTING TERM" TO REJECT-REASON
               MOVE "N" TO LINE-OK-SWITCH
           ELSE
               IF SHT-STUDENT-ID IS NOT NUMERIC
                  OR SHT-STUDENT-ID = "00000"
                   MOVE "STUDENT-ID NOT NUMERIC/ZERO" TO REJECT-REASON
                   MOVE "N" TO LINE-OK-SWITCH
               ELSE
                   IF SHT-GRADE NOT = "A"
                      AND SHT-GRADE NOT = "B"
                      AND SHT-GRADE NOT = "C"
                      AND SHT-GRADE NOT = "D"
                       MOVE "GRADE NOT A/B/C/D" TO REJECT-REASON
                       MOVE "N" TO LINE-OK-SWITCH
                   END-IF
               END-IF
           END-IF.

       FIND-SHEET-ENROLLMENT.
           MOVE "N" TO ENROLLMENT-FOUND-SWITCH
           MOVE SHT-STUDENT-ID TO STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "STUDENT NOT ON FILE" TO REJECT-REASON
                   MOVE "N" TO LINE-OK-SWITCH
           END-READ
           IF LINE-IS-VALID
               MOVE ZERO TO FOUND-INDEX
               PERFORM MATCH-ONE-ENROLLMENT
                   VARYING ENROLLMENT-INDEX FROM 1 BY 1
                   UNTIL ENROLLMENT-INDEX > ENROLLMENT-COUNT
                      OR ENROLLMENT-WAS-FOUND
               IF NOT ENROLLMENT-WAS-FOUND
                   MOVE "STUDENT NOT ENROLLED IN CLASS"
                       TO REJECT-REASON
                   MOVE "N" TO LINE-OK-SWITCH
               ELSE
                   IF NOT GRADE-PENDING(FOUND-INDEX)
                       MOVE "ALREADY GRADED - USE GRADE CHG"
                           TO REJECT-REASON
                       MOVE "N" TO LINE-OK-SWITCH
                   END-IF
               END-IF
           END-IF.

       MATCH-ONE-ENROLLMENT.
           IF STUDENT-CLASS(ENROLLMENT-INDEX) = SHT-CLASS
              AND STUDENT-TERM(ENROLLMENT-INDEX) = SHT-TERM
               MOVE "Y" TO ENROLLMENT-FOUND-SWITCH
               MOVE ENROLLMENT-INDEX TO FOUND-INDEX
           END-IF.

       POST-SHEET-GRADE.
           MOVE STUDENT-GRADE(FOUND-INDEX) TO OLD-GRADE
           MOVE SHT-GRADE TO STUDENT-GRADE(FOUND-INDEX)
           REWRITE STUDENT-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO REJECT-REASON
                   MOVE "N" TO LINE-OK-SWITCH
               NOT INVALID KEY
                   PERFORM WRITE-GRADE-POSTING-AUDIT
                   PERFORM REPORT-POSTED
           END-REWRITE.

       WRITE-GRADE-POSTING-AUDIT.
           MOVE SHT-CLASS  TO GCI-CLASS
           MOVE SHT-TERM   TO GCI-TERM
           MOVE OLD-GRADE  TO GCI-GRADE
           MOVE "POSTING"  TO GCI-SOURCE
           MOVE SPACES TO BEFORE-IMAGE-AREA
           MOVE GRADE-CHANGE-IMAGE TO BEFORE-IMAGE-AREA
           MOVE SHT-GRADE  TO GCI-GRADE
           MOVE SPACES TO AFTER-IMAGE-AREA
           MOVE GRADE-CHANGE-IMAGE TO AFTER-IMAGE-AREA
           MOVE STUDENT-ID          TO AUDIT-STUDENT-ID
           MOVE "GRDCHG"            TO AUDIT-ACTION
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT TIME-OF-DAY FROM TIME
           MOVE TOD-HHMMSS          TO AUDIT-TIME
           MOVE BEFORE-IMAGE-AREA   TO AUDIT-BEFORE-IMAGE
           MOVE AFTER-IMAGE-AREA    TO AUDIT-AFTER-IMAGE
           MOVE "PST"               TO AUDIT-REASON-CODE
           WRITE AUDIT-RECORD.

       REPORT-POSTED.
           ADD 1 TO POSTED-COUNT
           MOVE "POSTED"        TO DTL-RESULT
           MOVE SPACES          TO DTL-REASON
           PERFORM WRITE-DETAIL-LINE.

       REPORT-REJECTED.
           ADD 1 TO REJECTED-COUNT
           MOVE "REJECTED"      TO DTL-RESULT
           MOVE REJECT-REASON   TO DTL-REASON
           PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE.
           MOVE SHT-CLASS      TO DTL-CLASS
           MOVE SHT-TERM       TO DTL-TERM
           MOVE SHT-STUDENT-ID TO DTL-STUDENT-ID
           MOVE SHT-GRADE      TO DTL-GRADE
           WRITE POSTING-LINE FROM DETAIL-LINE.

       PRINT-POSTING-TOTALS.
           MOVE SPACES TO POSTING-LINE
           WRITE POSTING-LINE
           MOVE READ-COUNT     TO TOT-READ
           WRITE POSTING-LINE FROM TOTAL-LINE-1
           MOVE POSTED-COUNT   TO TOT-POSTED
           WRITE POSTING-LINE FROM TOTAL-LINE-2
           MOVE REJECTED-COUNT TO TOT-REJECTED
           WRITE POSTING-LINE FROM TOTAL-LINE-3.

       BUILD-MISSING-SORT.
           MOVE ZERO TO STUDENT-ID
           START STUDENT-MASTER-FILE
               KEY IS NOT LESS THAN STUDENT-ID
               INVALID KEY
                   MOVE "Y" TO MASTER-EOF-SWITCH
           END-START
           IF NOT MASTER-EOF
               PERFORM READ-STUDENT-MASTER
           END-IF
           PERFORM RELEASE-PENDING-ENROLLMENTS UNTIL MASTER-EOF.

       READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MASTER-EOF-SWITCH
           END-READ.

       RELEASE-PENDING-ENROLLMENTS.
           IF STUDENT-ACTIVE
               PERFORM RELEASE-ONE-PENDING
                   VARYING ENROLLMENT-INDEX FROM 1 BY 1
                   UNTIL ENROLLMENT-INDEX > ENROLLMENT-COUNT
           END-IF
           PERFORM READ-STUDENT-MASTER.

       RELEASE-ONE-PENDING.
           IF STUDENT-TERM(ENROLLMENT-INDEX) = POSTING-TERM
              AND GRADE-PENDING(ENROLLMENT-INDEX)
               MOVE STUDENT-CLASS(ENROLLMENT-INDEX) TO SORT-CLASS
               MOVE STUDENT-ID TO SORT-STUDENT-ID
               MOVE LAST-NAME  TO SORT-LAST-NAME
               MOVE FIRST-NAME TO SORT-FIRST-NAME
               RELEASE SORT-RECORD
           END-IF.

       PRINT-MISSING-REPORT.
           OPEN OUTPUT MISSING-REPORT-FILE
           WRITE MISSING-LINE FROM MISSING-HEADING-LINE
           MOVE SPACES TO PREV-CLASS
           MOVE "Y" TO FIRST-BREAK-SWITCH
           PERFORM RETURN-SORT-RECORD
           PERFORM PROCESS-MISSING-RECORD UNTIL SORT-EOF
           IF FIRST-BREAK
               MOVE SPACES TO MISSING-LINE
               WRITE MISSING-LINE
               WRITE MISSING-LINE FROM NONE-MISSING-LINE
           ELSE
               PERFORM PRINT-CLASS-TOTAL
           END-IF
           PERFORM PRINT-MISSING-TOTALS
           CLOSE MISSING-REPORT-FILE.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
           END-RETURN.

       PROCESS-MISSING-RECORD.
           IF FIRST-BREAK OR SORT-CLASS NOT = PREV-CLASS
               IF NOT FIRST-BREAK
                   PERFORM PRINT-CLASS-TOTAL
               END-IF
               PERFORM START-NEW-CLASS
           END-IF
           MOVE "N" TO FIRST-BREAK-SWITCH
           ADD 1 TO CLASS-MISSING-COUNT
           MOVE SORT-STUDENT-ID TO MDL-STUDENT-ID
           MOVE SORT-LAST-NAME  TO MDL-LAST-NAME
           MOVE SORT-FIRST-NAME TO MDL-FIRST-NAME
           WRITE MISSING-LINE FROM MISSING-DETAIL-LINE
           PERFORM RETURN-SORT-RECORD.

       START-NEW-CLASS.
           MOVE SORT-CLASS TO PREV-CLASS
           MOVE ZERO TO CLASS-MISSING-COUNT
           MOVE SPACES TO MISSING-LINE
           WRITE MISSING-LINE
           MOVE SORT-CLASS   TO HDG-CLASS
           MOVE POSTING-TERM TO HDG-TERM
           WRITE MISSING-LINE FROM CLASS-HEADING-LINE
           WRITE MISSING-LINE FROM MISSING-COLUMN-LINE.

       PRINT-CLASS-TOTAL.
           MOVE CLASS-MISSING-COUNT TO CTL-MISSING
           WRITE MISSING-LINE FROM CLASS-TOTAL-LINE
           ADD 1 TO CLASSES-SHORT-COUNT
           ADD CLASS-MISSING-COUNT TO TOTAL-MISSING-COUNT.

       PRINT-MISSING-TOTALS.
           MOVE SPACES TO MISSING-LINE
           WRITE MISSING-LINE
           WRITE MISSING-LINE FROM SEPARATOR-LINE
           MOVE CLASSES-SHORT-COUNT TO MTL-CLASSES
           WRITE MISSING-LINE FROM MISSING-TOTAL-LINE-1
           MOVE TOTAL-MISSING-COUNT TO MTL-MISSING
           WRITE MISSING-LINE FROM MISSING-TOTAL-LINE-2.

       REGISTER-RUN.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNCTL-NOT-FOUND
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF NOT RUNCTL-OK
               DISPLAY "*** UNABLE TO OPEN RUN-CONTROL-FILE ***"
               CLOSE GRADE-SHEET-FILE
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
           CLOSE GRADE-SHEET-FILE
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
                       CLOSE GRADE-SHEET-FILE
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
