               RECORD KEY IS TERM-CODE
               FILE STATUS IS TRMMAS-STATUS.

           SELECT WAITLIST-FILE ASSIGN TO "WAITLST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WAIT-KEY
               FILE STATUS IS WAITLIST-STATUS.

           SELECT ROLLOVER-CHECKPOINT-FILE ASSIGN TO "ROLLCKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCKPT-KEY
               FILE STATUS IS RCKPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           LABEL RECORDS ARE STANDARD.
           COPY TRMMAS.

       FD  WAITLIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WAITLST.

       FD  ROLLOVER-CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ROLLOVER-CHECKPOINT-RECORD.
           05  RCKPT-KEY                PIC X(10).
           05  RCKPT-TERM               PIC X(05).
           05  RCKPT-LAST-ID            PIC 9(05).
           05  RCKPT-STUDENTS-READ      PIC 9(05).
           05  RCKPT-STUDENTS-ROLLED    PIC 9(05).
           05  RCKPT-HISTORY-WRITTEN    PIC 9(07).
           05  RCKPT-HISTORY-ON-FILE    PIC 9(07).
           05  RCKPT-ENROLLMENTS-REMOVED PIC 9(07).
           05  RCKPT-UNGRADED           PIC 9(05).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
       01  TRMMAS-STATUS PIC X(02).
           88 TRMMAS-OK        VALUE "00".

       01  WAITLIST-STATUS PIC X(02).
           88 WAITLIST-OK      VALUE "00".

       01  RCKPT-STATUS PIC X(02).
           88 RCKPT-OK         VALUE "00".

       01  MASTER-EOF-SWITCH PIC X(01) VALUE "N".
           88 MASTER-EOF        VALUE "Y".

       01  WAITLIST-EOF-SWITCH PIC X(01) VALUE "N".
           88 WAITLIST-EOF      VALUE "Y".

       01  HISTORY-EOF-SWITCH PIC X(01) VALUE "N".
           88 HISTORY-EOF       VALUE "Y".

       01  RESTART-SWITCH PIC X(01) VALUE "N".
           88 RESTART-RUN       VALUE "Y".

       01  ON-FILE-SWITCH PIC X(01) VALUE "N".
           88 ROW-ALREADY-ON-FILE VALUE "Y".

       01  TERM-HISTORY-OVERFLOW-SWITCH PIC X(01) VALUE "N".
           88 TERM-HISTORY-OVERFLOW VALUE "Y".

       01  ROLLOVER-TERM-INPUT PIC X(05).
       01  ROLLOVER-TERM       PIC X(05).

       01  FORCE-ROLLOVER-ANSWER PIC X(01) VALUE "N".
           88 FORCE-ROLLOVER     VALUE "Y".

       01  ENROLLMENT-INDEX PIC 9(02).
       01  KEPT-COUNT       PIC 9(02).
       01  SCAN-INDEX       PIC 9(04).
       01  ROLLED-OFF-COUNT PIC 9(02).

       01  RESTART-AFTER-ID  PIC 9(05) VALUE ZERO.
       01  RESTART-READ-COUNT PIC 9(05) VALUE ZERO.

       01  CHECKPOINT-INTERVAL PIC 9(05) VALUE 100.
       01  SINCE-CHECKPOINT    PIC 9(05) VALUE ZERO.

       01  TERM-HISTORY-TABLE-AREA.
           05  TERM-HISTORY-COUNT PIC 9(04) VALUE ZERO.
           05  TERM-HISTORY-ENTRY OCCURS 5000 TIMES.
               10  THT-STUDENT-ID  PIC 9(05).
               10  THT-CLASS       PIC X(10).

       01  BEFORE-IMAGE-AREA PIC X(189) VALUE SPACES.
       01  AFTER-IMAGE-AREA  PIC X(189) VALUE SPACES.
           05  STUDENTS-READ-COUNT    PIC 9(05) VALUE ZERO.
           05  STUDENTS-ROLLED-COUNT  PIC 9(05) VALUE ZERO.
           05  ENROLLMENTS-ROLLED     PIC 9(07) VALUE ZERO.
           05  HISTORY-ON-FILE-COUNT  PIC 9(07) VALUE ZERO.
           05  ENROLLMENTS-REMOVED    PIC 9(07) VALUE ZERO.
           05  WAITLIST-PURGED-COUNT  PIC 9(05) VALUE ZERO.
           05  UNGRADED-COUNT         PIC 9(05) VALUE ZERO.

       01  HEADING-LINE.
           05  FILLER PIC X(80)
           05  TOT-ENROLLMENTS PIC ZZZZZZ9.
           05  FILLER PIC X(49) VALUE SPACES.

       01  TOTAL-LINE-4.
           05  FILLER PIC X(24) VALUE "WAITLIST ENTRIES PURGED:".
           05  TOT-PURGED PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-5.
           05  FILLER PIC X(24) VALUE "UNGRADED ROLLED (FORCE):".
           05  TOT-UNGRADED PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  RESTART-HEADING-LINE.
           05  FILLER PIC X(80)
               VALUE "RESTART AND HISTORY CONTROL TOTALS".

       01  FRESH-START-LINE.
           05  FILLER PIC X(80)
               VALUE "RUN STARTED AT THE FIRST STUDENT - NO RESTART".

       01  RESTART-LINE.
           05  FILLER PIC X(24) VALUE "RESTARTED AFTER STUDENT:".
           05  RST-LAST-ID PIC 9(05).
           05  FILLER PIC X(51) VALUE SPACES.

       01  RESTART-READ-LINE.
           05  FILLER PIC X(24) VALUE "READ BEFORE RESTART:    ".
           05  RST-READ PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  CONTROL-LINE-1.
           05  FILLER PIC X(24) VALUE "HISTORY ROWS WRITTEN:   ".
           05  CTL-WRITTEN PIC ZZZZZZ9.
           05  FILLER PIC X(49) VALUE SPACES.

       01  CONTROL-LINE-2.
           05  FILLER PIC X(24) VALUE "HISTORY ALREADY ON FILE:".
           05  CTL-ON-FILE PIC ZZZZZZ9.
           05  FILLER PIC X(49) VALUE SPACES.

       01  CONTROL-LINE-3.
           05  FILLER PIC X(24) VALUE "ENROLLMENTS REMOVED:    ".
           05  CTL-REMOVED PIC ZZZZZZ9.
           05  FILLER PIC X(49) VALUE SPACES.

       01  BALANCED-LINE.
           05  FILLER PIC X(80) VALUE
               "CONTROL TOTALS IN BALANCE".

       01  OUT-OF-BALANCE-LINE.
           05  FILLER PIC X(80) VALUE
               "*** CONTROL TOTALS OUT OF BALANCE ***".

       PROCEDURE DIVISION.
       MAIN.
           PERFORM GET-ROLLOVER-TERM
           PERFORM CHECK-ROLLOVER-TERM
           PERFORM REGISTER-RUN
           PERFORM OPEN-CHECKPOINT-FILE
           PERFORM LOAD-TERM-HISTORY
           OPEN I-O STUDENT-MASTER-FILE
           IF NOT STUDMAS-OK
               DISPLAY "*** UNABLE TO OPEN STUDENT-MASTER-FILE ***"
               CLOSE ROLLOVER-CHECKPOINT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM RELEASE-RUN
               GOBACK
           END-IF
           IF NOT RESTART-RUN
               PERFORM CHECK-UNGRADED-ENROLLMENTS
           END-IF
           PERFORM OPEN-HISTORY-FILE
           PERFORM OPEN-AUDIT-FILE
           OPEN OUTPUT ROLLOVER-REPORT-FILE
           WRITE ROLLOVER-LINE FROM HEADING-LINE
           MOVE ROLLOVER-TERM TO TRM-TERM
           WRITE ROLLOVER-LINE FROM TERM-LINE
           PERFORM POSITION-STUDENT-MASTER
           PERFORM READ-STUDENT-MASTER
           PERFORM ROLL-ONE-STUDENT UNTIL MASTER-EOF
           PERFORM PURGE-TERM-WAITLISTS
           PERFORM PRINT-CONTROL-TOTALS
           PERFORM PRINT-RESTART-SECTION
           CLOSE STUDENT-MASTER-FILE
           CLOSE HISTORY-FILE
           CLOSE AUDIT-FILE
           CLOSE ROLLOVER-REPORT-FILE
           PERFORM CLEAR-CHECKPOINT-FIELDS
           REWRITE ROLLOVER-CHECKPOINT-RECORD
           CLOSE ROLLOVER-CHECKPOINT-FILE
           PERFORM RELEASE-RUN
           GOBACK.

               CLOSE TERM-MASTER-FILE
           END-IF.

       CHECK-UNGRADED-ENROLLMENTS.
           PERFORM SCAN-FOR-UNGRADED UNTIL MASTER-EOF
           IF UNGRADED-COUNT > ZERO
               DISPLAY "*** " UNGRADED-COUNT " ENROLLMENTS IN "
                   ROLLOVER-TERM " ARE STILL UNGRADED ***"
               DISPLAY "FORCE ROLLOVER WITH UNGRADED ENROLLMENTS?"
                   " (Y/N): " WITH NO ADVANCING
               ACCEPT FORCE-ROLLOVER-ANSWER
               IF NOT FORCE-ROLLOVER
                   DISPLAY "*** ROLLOVER REFUSED - RUN GRADE-POSTING"
                       "-RUN FIRST ***"
                   CLOSE STUDENT-MASTER-FILE
                   CLOSE ROLLOVER-CHECKPOINT-FILE
                   MOVE 8 TO RETURN-CODE
                   PERFORM RELEASE-RUN
                   GOBACK
               END-IF
               DISPLAY "*** ROLLOVER FORCED - UNGRADED ENROLLMENTS"
                   " GO TO HISTORY WITHOUT A GRADE ***"
           END-IF.

       SCAN-FOR-UNGRADED.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MASTER-EOF-SWITCH
               NOT AT END
                   IF STUDENT-ACTIVE
                       PERFORM COUNT-ONE-UNGRADED
                           VARYING ENROLLMENT-INDEX FROM 1 BY 1
                           UNTIL ENROLLMENT-INDEX > ENROLLMENT-COUNT
                   END-IF
           END-READ.

       COUNT-ONE-UNGRADED.
           IF STUDENT-TERM(ENROLLMENT-INDEX) = ROLLOVER-TERM
              AND GRADE-PENDING(ENROLLMENT-INDEX)
               ADD 1 TO UNGRADED-COUNT
           END-IF.

       OPEN-CHECKPOINT-FILE.
           OPEN I-O ROLLOVER-CHECKPOINT-FILE
           IF NOT RCKPT-OK
               OPEN OUTPUT ROLLOVER-CHECKPOINT-FILE
               MOVE "CURRENT" TO RCKPT-KEY
               PERFORM CLEAR-CHECKPOINT-FIELDS
               WRITE ROLLOVER-CHECKPOINT-RECORD
               CLOSE ROLLOVER-CHECKPOINT-FILE
               OPEN I-O ROLLOVER-CHECKPOINT-FILE
           END-IF
           IF NOT RCKPT-OK
               DISPLAY "*** UNABLE TO OPEN ROLLOVER-CHECKPOINT-FILE ***"
               MOVE 12 TO RETURN-CODE
               PERFORM RELEASE-RUN
               GOBACK
           END-IF
           MOVE "CURRENT" TO RCKPT-KEY
           READ ROLLOVER-CHECKPOINT-FILE
               INVALID KEY
                   PERFORM CLEAR-CHECKPOINT-FIELDS
                   WRITE ROLLOVER-CHECKPOINT-RECORD
           END-READ
           IF RCKPT-LAST-ID NOT = ZERO
               IF RCKPT-TERM NOT = ROLLOVER-TERM
                   DISPLAY "*** ROLLOVER OF " RCKPT-TERM
                       " DID NOT FINISH ***"
                   DISPLAY "*** RESTART THAT TERM BEFORE ROLLING"
                       " ANOTHER ***"
                   CLOSE ROLLOVER-CHECKPOINT-FILE
                   MOVE 12 TO RETURN-CODE
                   PERFORM RELEASE-RUN
                   GOBACK
               END-IF
               PERFORM RESTORE-FROM-CHECKPOINT
           END-IF.

       CLEAR-CHECKPOINT-FIELDS.
           MOVE SPACES TO RCKPT-TERM
           MOVE ZERO   TO RCKPT-LAST-ID
           MOVE ZERO   TO RCKPT-STUDENTS-READ
           MOVE ZERO   TO RCKPT-STUDENTS-ROLLED
           MOVE ZERO   TO RCKPT-HISTORY-WRITTEN
           MOVE ZERO   TO RCKPT-HISTORY-ON-FILE
           MOVE ZERO   TO RCKPT-ENROLLMENTS-REMOVED
           MOVE ZERO   TO RCKPT-UNGRADED.

       RESTORE-FROM-CHECKPOINT.
           MOVE "Y" TO RESTART-SWITCH
           MOVE RCKPT-LAST-ID             TO RESTART-AFTER-ID
           MOVE RCKPT-STUDENTS-READ       TO RESTART-READ-COUNT
           MOVE RCKPT-STUDENTS-READ       TO STUDENTS-READ-COUNT
           MOVE RCKPT-STUDENTS-ROLLED     TO STUDENTS-ROLLED-COUNT
           MOVE RCKPT-HISTORY-WRITTEN     TO ENROLLMENTS-ROLLED
           MOVE RCKPT-HISTORY-ON-FILE     TO HISTORY-ON-FILE-COUNT
           MOVE RCKPT-ENROLLMENTS-REMOVED TO ENROLLMENTS-REMOVED
           MOVE RCKPT-UNGRADED            TO UNGRADED-COUNT
           DISPLAY "*** RESTARTING ROLLOVER OF " ROLLOVER-TERM
               " AFTER STUDENT " RESTART-AFTER-ID " ***".

       TAKE-CHECKPOINT.
           CLOSE HISTORY-FILE
           CLOSE AUDIT-FILE
           PERFORM OPEN-HISTORY-FILE
           PERFORM OPEN-AUDIT-FILE
           MOVE ROLLOVER-TERM         TO RCKPT-TERM
           MOVE STUDENT-ID            TO RCKPT-LAST-ID
           MOVE STUDENTS-READ-COUNT   TO RCKPT-STUDENTS-READ
           MOVE STUDENTS-ROLLED-COUNT TO RCKPT-STUDENTS-ROLLED
           MOVE ENROLLMENTS-ROLLED    TO RCKPT-HISTORY-WRITTEN
           MOVE HISTORY-ON-FILE-COUNT TO RCKPT-HISTORY-ON-FILE
           MOVE ENROLLMENTS-REMOVED   TO RCKPT-ENROLLMENTS-REMOVED
           MOVE UNGRADED-COUNT        TO RCKPT-UNGRADED
           REWRITE ROLLOVER-CHECKPOINT-RECORD
           MOVE ZERO TO SINCE-CHECKPOINT.

       LOAD-TERM-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF STUHIST-OK
               PERFORM READ-HISTORY-FILE
               PERFORM LOAD-ONE-TERM-HISTORY UNTIL HISTORY-EOF
               CLOSE HISTORY-FILE
           END-IF
           IF TERM-HISTORY-OVERFLOW
               DISPLAY "*** OVER 5000 HISTORY ROWS ALREADY ON FILE"
                   " FOR " ROLLOVER-TERM " ***"
               DISPLAY "*** TERM MAY ALREADY BE ROLLED - RUN"
                   " REFUSED ***"
               CLOSE ROLLOVER-CHECKPOINT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM RELEASE-RUN
               GOBACK
           END-IF.

       READ-HISTORY-FILE.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH
           END-READ.

       LOAD-ONE-TERM-HISTORY.
           IF HIST-TERM = ROLLOVER-TERM
              AND HIST-STUDENT-ID > RESTART-AFTER-ID
               IF TERM-HISTORY-COUNT = 5000
                   MOVE "Y" TO TERM-HISTORY-OVERFLOW-SWITCH
               ELSE
                   ADD 1 TO TERM-HISTORY-COUNT
                   MOVE HIST-STUDENT-ID
                       TO THT-STUDENT-ID(TERM-HISTORY-COUNT)
                   MOVE HIST-CLASS
                       TO THT-CLASS(TERM-HISTORY-COUNT)
               END-IF
           END-IF
           PERFORM READ-HISTORY-FILE.

       POSITION-STUDENT-MASTER.
           MOVE "N" TO MASTER-EOF-SWITCH
           MOVE RESTART-AFTER-ID TO STUDENT-ID
           START STUDENT-MASTER-FILE KEY IS GREATER THAN STUDENT-ID
               INVALID KEY
                   MOVE "Y" TO MASTER-EOF-SWITCH
           END-START.

       OPEN-HISTORY-FILE.
           OPEN EXTEND HISTORY-FILE
           IF NOT STUHIST-OK
           END-IF.

       READ-STUDENT-MASTER.
           IF NOT MASTER-EOF
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO MASTER-EOF-SWITCH
               END-READ
           END-IF
           IF NOT MASTER-EOF
               ADD 1 TO STUDENTS-READ-COUNT
           END-IF.
               UNTIL ENROLLMENT-INDEX > ENROLLMENT-COUNT
           IF KEPT-COUNT NOT = ENROLLMENT-COUNT
               ADD 1 TO STUDENTS-ROLLED-COUNT
               SUBTRACT KEPT-COUNT FROM ENROLLMENT-COUNT
                   GIVING ROLLED-OFF-COUNT
               MOVE KEPT-COUNT TO ENROLLMENT-COUNT
               MOVE SPACES TO AFTER-IMAGE-AREA
               MOVE STUDENT-RECORD TO AFTER-IMAGE-AREA
                       DISPLAY "*** REWRITE FAILED FOR STUDENT "
                           STUDENT-ID " ***"
                   NOT INVALID KEY
                       ADD ROLLED-OFF-COUNT TO ENROLLMENTS-REMOVED
                       PERFORM WRITE-AUDIT-RECORD
               END-REWRITE
           END-IF
           ADD 1 TO SINCE-CHECKPOINT
           IF SINCE-CHECKPOINT NOT < CHECKPOINT-INTERVAL
               PERFORM TAKE-CHECKPOINT
           END-IF
           PERFORM READ-STUDENT-MASTER.

       WRITE-AUDIT-RECORD.

       ROLL-ONE-ENROLLMENT.
           IF STUDENT-TERM(ENROLLMENT-INDEX) = ROLLOVER-TERM
               PERFORM CHECK-HISTORY-ON-FILE
               IF ROW-ALREADY-ON-FILE
                   ADD 1 TO HISTORY-ON-FILE-COUNT
               ELSE
                   PERFORM WRITE-HISTORY-RECORD
               END-IF
           ELSE
               ADD 1 TO KEPT-COUNT
               IF KEPT-COUNT NOT = ENROLLMENT-INDEX
               END-IF
           END-IF.

       CHECK-HISTORY-ON-FILE.
           MOVE "N" TO ON-FILE-SWITCH
           PERFORM SCAN-TERM-HISTORY
               VARYING SCAN-INDEX FROM 1 BY 1
               UNTIL SCAN-INDEX > TERM-HISTORY-COUNT
                  OR ROW-ALREADY-ON-FILE.

       SCAN-TERM-HISTORY.
           IF THT-STUDENT-ID(SCAN-INDEX) = STUDENT-ID
              AND THT-CLASS(SCAN-INDEX)
                  = STUDENT-CLASS(ENROLLMENT-INDEX)
               MOVE "Y" TO ON-FILE-SWITCH
           END-IF.

       WRITE-HISTORY-RECORD.
           MOVE STUDENT-ID                       TO HIST-STUDENT-ID
           MOVE FIRST-NAME                       TO HIST-FIRST-NAME
           WRITE HISTORY-RECORD
           ADD 1 TO ENROLLMENTS-ROLLED.

       PURGE-TERM-WAITLISTS.
           OPEN I-O WAITLIST-FILE
           IF NOT WAITLIST-OK
               DISPLAY "*** NO WAITLIST-FILE ON HAND - NONE PURGED ***"
           ELSE
               PERFORM READ-WAITLIST-FILE
               PERFORM PURGE-ONE-WAITLIST-ENTRY UNTIL WAITLIST-EOF
               CLOSE WAITLIST-FILE
           END-IF.

       READ-WAITLIST-FILE.
           READ WAITLIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WAITLIST-EOF-SWITCH
           END-READ.

       PURGE-ONE-WAITLIST-ENTRY.
           IF WAIT-TERM = ROLLOVER-TERM
               DELETE WAITLIST-FILE RECORD
                   INVALID KEY
                       DISPLAY "*** WAITLIST DELETE FAILED FOR "
                           WAIT-CLASS " ***"
                   NOT INVALID KEY
                       ADD 1 TO WAITLIST-PURGED-COUNT
               END-DELETE
           END-IF
           PERFORM READ-WAITLIST-FILE.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO ROLLOVER-LINE
           WRITE ROLLOVER-LINE
           MOVE STUDENTS-ROLLED-COUNT TO TOT-ROLLED
           WRITE ROLLOVER-LINE FROM TOTAL-LINE-2
           MOVE ENROLLMENTS-ROLLED    TO TOT-ENROLLMENTS
           WRITE ROLLOVER-LINE FROM TOTAL-LINE-3
           MOVE WAITLIST-PURGED-COUNT TO TOT-PURGED
           WRITE ROLLOVER-LINE FROM TOTAL-LINE-4
           MOVE UNGRADED-COUNT        TO TOT-UNGRADED
           WRITE ROLLOVER-LINE FROM TOTAL-LINE-5.

       PRINT-RESTART-SECTION.
           MOVE SPACES TO ROLLOVER-LINE
           WRITE ROLLOVER-LINE
           WRITE ROLLOVER-LINE FROM RESTART-HEADING-LINE
           IF RESTART-RUN
               MOVE RESTART-AFTER-ID   TO RST-LAST-ID
               WRITE ROLLOVER-LINE FROM RESTART-LINE
               MOVE RESTART-READ-COUNT TO RST-READ
               WRITE ROLLOVER-LINE FROM RESTART-READ-LINE
           ELSE
               WRITE ROLLOVER-LINE FROM FRESH-START-LINE
           END-IF
           MOVE ENROLLMENTS-ROLLED    TO CTL-WRITTEN
           WRITE ROLLOVER-LINE FROM CONTROL-LINE-1
           MOVE HISTORY-ON-FILE-COUNT TO CTL-ON-FILE
           WRITE ROLLOVER-LINE FROM CONTROL-LINE-2
           MOVE ENROLLMENTS-REMOVED   TO CTL-REMOVED
           WRITE ROLLOVER-LINE FROM CONTROL-LINE-3
           IF ENROLLMENTS-ROLLED + HISTORY-ON-FILE-COUNT
                  = ENROLLMENTS-REMOVED
               WRITE ROLLOVER-LINE FROM BALANCED-LINE
           ELSE
               WRITE ROLLOVER-LINE FROM OUT-OF-BALANCE-LINE
               DISPLAY "*** HISTORY CONTROL TOTALS OUT OF BALANCE ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       REGISTER-RUN.
           OPEN I-O RUN-CONTROL-FILE
