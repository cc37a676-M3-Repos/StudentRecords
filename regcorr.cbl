       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-CORRECTION-RUN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDMAS-STATUS.

           SELECT STUDENT-PROFILE-FILE ASSIGN TO "STUPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROF-STUDENT-ID
               FILE STATUS IS STUPROF-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT CORRECTION-FILE ASSIGN TO "REGCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGCORR-STATUS.

           SELECT CORRECTION-REPORT-FILE ASSIGN TO "REGCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGCRPT-STATUS.

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

       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       FD  CORRECTION-FILE
           LABEL RECORDS ARE OMITTED.
       01  CORRECTION-RECORD.
           05  CORR-STUDENT-ID         PIC X(05).
           05  CORR-FIELD-GROUP        PIC X(04).
               88  CORR-GROUP-NAME     VALUE "NAME".
               88  CORR-GROUP-ADDRESS  VALUE "ADDR".
               88  CORR-GROUP-CONTACT  VALUE "CONT".
           05  CORR-VALUES             PIC X(70).
           05  CORR-NAME-VALUES REDEFINES CORR-VALUES.
               10  CORR-FIRST-NAME     PIC X(10).
               10  CORR-LAST-NAME      PIC X(10).
               10  FILLER              PIC X(50).
           05  CORR-ADDRESS-VALUES REDEFINES CORR-VALUES.
               10  CORR-STREET-ADDRESS PIC X(25).
               10  CORR-CITY           PIC X(15).
               10  CORR-STATE          PIC X(02).
               10  CORR-ZIP-CODE       PIC X(05).
               10  FILLER              PIC X(23).
           05  CORR-CONTACT-VALUES REDEFINES CORR-VALUES.
               10  CORR-PHONE          PIC X(10).
               10  CORR-EMAIL          PIC X(30).
               10  FILLER              PIC X(30).
           05  CORR-REG-DATE           PIC X(08).
           05  CORR-REG-TIME           PIC X(06).

       FD  CORRECTION-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  CORRECTION-LINE PIC X(80).

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

       01  RUN-PROGRAM-NAME PIC X(24)
               VALUE "REGISTRAR-CORRECTION-RUN".

       01  STUDMAS-STATUS PIC X(02).
           88 STUDMAS-OK       VALUE "00".

       01  STUPROF-STATUS PIC X(02).
           88 STUPROF-OK       VALUE "00".
           88 STUPROF-NOT-FOUND VALUE "35".

       01  AUDIT-STATUS PIC X(02).
           88 AUDIT-OK         VALUE "00".

       01  REGCORR-STATUS PIC X(02).
           88 REGCORR-OK       VALUE "00".

       01  REGCRPT-STATUS PIC X(02).
           88 REGCRPT-OK       VALUE "00".

       01  PROFILE-FILE-OPEN-SWITCH PIC X(01) VALUE "N".
           88 PROFILE-FILE-IS-OPEN VALUE "Y".

       01  CORRECTION-EOF-SWITCH PIC X(01) VALUE "N".
           88 CORRECTION-EOF    VALUE "Y".

       01  AUDIT-EOF-SWITCH PIC X(01) VALUE "N".
           88 AUDIT-EOF         VALUE "Y".

       01  LINE-OK-SWITCH PIC X(01) VALUE "N".
           88 LINE-IS-VALID     VALUE "Y".

       01  CONFLICT-SWITCH PIC X(01) VALUE "N".
           88 CONFLICT-WAS-FOUND VALUE "Y".

       01  PROFILE-FOUND-SWITCH PIC X(01) VALUE "N".
           88 PROFILE-WAS-FOUND VALUE "Y".

       01  NAME-CHANGED-SWITCH PIC X(01) VALUE "N".
           88 NAME-WAS-CHANGED  VALUE "Y".

       01  ADDRESS-CHANGED-SWITCH PIC X(01) VALUE "N".
           88 ADDRESS-WAS-CHANGED VALUE "Y".

       01  CONTACT-CHANGED-SWITCH PIC X(01) VALUE "N".
           88 CONTACT-WAS-CHANGED VALUE "Y".

       01  CORRECTION-INDEX PIC 9(04).
       01  LINE-NUMBER      PIC 9(05).
       01  AT-SIGN-COUNT    PIC 9(02).

       01  CORRECTION-TABLE-AREA.
           05  CORRECTION-COUNT PIC 9(04) VALUE ZERO.
           05  CORRECTION-ENTRY OCCURS 1000 TIMES.
               10  CTB-STUDENT-ID   PIC 9(05).
               10  CTB-FIELD-GROUP  PIC X(04).
               10  CTB-LOCAL-DATE   PIC 9(08).
               10  CTB-LOCAL-TIME   PIC 9(06).

       01  REG-DATE PIC 9(08).
       01  REG-TIME PIC 9(06).

       01  REJECT-REASON PIC X(30).

       01  BEFORE-IMAGE-AREA PIC X(189) VALUE SPACES.
       01  BEFORE-STUDENT-VIEW REDEFINES BEFORE-IMAGE-AREA.
           05  BSV-STUDENT-ID          PIC X(05).
           05  BSV-STUDENT-NAME        PIC X(20).
           05  FILLER                  PIC X(164).
       01  BEFORE-PROFILE-VIEW REDEFINES BEFORE-IMAGE-AREA.
           05  BPV-STUDENT-ID          PIC X(05).
           05  BPV-ADDRESS-GROUP       PIC X(47).
           05  BPV-BIRTH-DATE          PIC X(08).
           05  BPV-CONTACT-GROUP       PIC X(40).
           05  FILLER                  PIC X(89).

       01  AFTER-IMAGE-AREA PIC X(189) VALUE SPACES.
       01  AFTER-STUDENT-VIEW REDEFINES AFTER-IMAGE-AREA.
           05  ASV-STUDENT-ID          PIC X(05).
           05  ASV-STUDENT-NAME        PIC X(20).
           05  FILLER                  PIC X(164).
       01  AFTER-PROFILE-VIEW REDEFINES AFTER-IMAGE-AREA.
           05  APV-STUDENT-ID          PIC X(05).
           05  APV-ADDRESS-GROUP       PIC X(47).
           05  APV-BIRTH-DATE          PIC X(08).
           05  APV-CONTACT-GROUP       PIC X(40).
           05  FILLER                  PIC X(89).

       01  TIME-OF-DAY.
           05  TOD-HHMMSS      PIC 9(06).
           05  TOD-HUNDREDTHS  PIC 9(02).

       01  CORRECTION-COUNTERS.
           05  READ-COUNT      PIC 9(05) VALUE ZERO.
           05  APPLIED-COUNT   PIC 9(05) VALUE ZERO.
           05  NO-CHANGE-COUNT PIC 9(05) VALUE ZERO.
           05  REJECTED-COUNT  PIC 9(05) VALUE ZERO.
           05  CONFLICT-COUNT  PIC 9(05) VALUE ZERO.

       01  HEADING-LINE.
           05  FILLER PIC X(80)
               VALUE "REGISTRAR CORRECTION REGISTER".

       01  COLUMN-HEADING-LINE.
           05  FILLER PIC X(07) VALUE "ID".
           05  FILLER PIC X(06) VALUE "GROUP".
           05  FILLER PIC X(17) VALUE "REGISTRAR STAMP".
           05  FILLER PIC X(11) VALUE "RESULT".
           05  FILLER PIC X(30) VALUE "REASON".
           05  FILLER PIC X(09) VALUE SPACES.

       01  DETAIL-LINE.
           05  DTL-STUDENT-ID   PIC X(05).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-FIELD-GROUP  PIC X(04).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-REG-DATE     PIC X(08).
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DTL-REG-TIME     PIC X(06).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-RESULT       PIC X(09).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-REASON       PIC X(30).
           05  FILLER           PIC X(09) VALUE SPACES.

       01  TOTAL-LINE-1.
           05  FILLER PIC X(24) VALUE "CORRECTIONS READ:       ".
           05  TOT-READ      PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER PIC X(24) VALUE "CORRECTIONS APPLIED:    ".
           05  TOT-APPLIED   PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-3.
           05  FILLER PIC X(24) VALUE "ALREADY ON FILE:        ".
           05  TOT-NO-CHANGE PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-4.
           05  FILLER PIC X(24) VALUE "CORRECTIONS REJECTED:   ".
           05  TOT-REJECTED  PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-5.
           05  FILLER PIC X(24) VALUE "CONFLICTS NOT APPLIED:  ".
           05  TOT-CONFLICTS PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  CONFLICT-NOTE-LINE.
           05  FILLER PIC X(80) VALUE
               "*** CONFLICTS WERE CHANGED HERE AFTER REGISTRAR ***".

       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT CORRECTION-FILE
           IF NOT REGCORR-OK
               DISPLAY "*** UNABLE TO OPEN CORRECTION-FILE ***"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM REGISTER-RUN
           OPEN I-O STUDENT-MASTER-FILE
           IF NOT STUDMAS-OK
               DISPLAY "*** UNABLE TO OPEN STUDENT-MASTER-FILE ***"
               CLOSE CORRECTION-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM RELEASE-RUN
               GOBACK
           END-IF
           PERFORM OPEN-STUDENT-PROFILE-FILE
           PERFORM READ-CORRECTION-FILE
           PERFORM LOAD-CORRECTION-KEY UNTIL CORRECTION-EOF
           CLOSE CORRECTION-FILE
           PERFORM FIND-LOCAL-CHANGES
           PERFORM OPEN-AUDIT-FILE
           OPEN OUTPUT CORRECTION-REPORT-FILE
           WRITE CORRECTION-LINE FROM HEADING-LINE
           MOVE SPACES TO CORRECTION-LINE
           WRITE CORRECTION-LINE
           WRITE CORRECTION-LINE FROM COLUMN-HEADING-LINE
           OPEN INPUT CORRECTION-FILE
           MOVE "N" TO CORRECTION-EOF-SWITCH
           MOVE ZERO TO LINE-NUMBER
           PERFORM READ-CORRECTION-FILE
           PERFORM PROCESS-CORRECTION UNTIL CORRECTION-EOF
           PERFORM PRINT-CORRECTION-TOTALS
           CLOSE CORRECTION-FILE
           CLOSE AUDIT-FILE
           CLOSE CORRECTION-REPORT-FILE
           CLOSE STUDENT-MASTER-FILE
           IF PROFILE-FILE-IS-OPEN
               CLOSE STUDENT-PROFILE-FILE
           END-IF
           IF REJECTED-COUNT > ZERO OR CONFLICT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "CORRECTIONS APPLIED:  " APPLIED-COUNT
           DISPLAY "CORRECTIONS REJECTED: " REJECTED-COUNT
           DISPLAY "CONFLICTS:            " CONFLICT-COUNT
           PERFORM RELEASE-RUN
           GOBACK.

       OPEN-STUDENT-PROFILE-FILE.
           OPEN I-O STUDENT-PROFILE-FILE
           IF STUPROF-NOT-FOUND
               OPEN OUTPUT STUDENT-PROFILE-FILE
               CLOSE STUDENT-PROFILE-FILE
               OPEN I-O STUDENT-PROFILE-FILE
           END-IF
           IF STUPROF-OK
               MOVE "Y" TO PROFILE-FILE-OPEN-SWITCH
           ELSE
               DISPLAY "*** UNABLE TO OPEN STUDENT-PROFILE-FILE ***"
               DISPLAY "*** ADDRESS AND CONTACT LINES"
                   " WILL BE REJECTED ***"
           END-IF.

       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF NOT AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       READ-CORRECTION-FILE.
           READ CORRECTION-FILE
               AT END
                   MOVE "Y" TO CORRECTION-EOF-SWITCH
           END-READ
           IF NOT CORRECTION-EOF
               ADD 1 TO LINE-NUMBER
           END-IF.

       LOAD-CORRECTION-KEY.
           IF CORRECTION-COUNT < 1000
               ADD 1 TO CORRECTION-COUNT
               IF CORR-STUDENT-ID IS NUMERIC
                   MOVE CORR-STUDENT-ID
                       TO CTB-STUDENT-ID(CORRECTION-COUNT)
               ELSE
                   MOVE ZERO TO CTB-STUDENT-ID(CORRECTION-COUNT)
               END-IF
               MOVE CORR-FIELD-GROUP
                   TO CTB-FIELD-GROUP(CORRECTION-COUNT)
               MOVE ZERO TO CTB-LOCAL-DATE(CORRECTION-COUNT)
               MOVE ZERO TO CTB-LOCAL-TIME(CORRECTION-COUNT)
           END-IF
           PERFORM READ-CORRECTION-FILE.

       FIND-LOCAL-CHANGES.
           OPEN INPUT AUDIT-FILE
           IF NOT AUDIT-OK
               DISPLAY "*** UNABLE TO OPEN AUDIT-FILE FOR READING ***"
               DISPLAY "*** NO CONFLICTS CAN BE DETECTED ***"
           ELSE
               PERFORM READ-AUDIT-FILE
               PERFORM NOTE-LOCAL-CHANGE UNTIL AUDIT-EOF
               CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-FILE.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO AUDIT-EOF-SWITCH
           END-READ.

       NOTE-LOCAL-CHANGE.
           MOVE "N" TO NAME-CHANGED-SWITCH
           MOVE "N" TO ADDRESS-CHANGED-SWITCH
           MOVE "N" TO CONTACT-CHANGED-SWITCH
           IF NOT AUDIT-REASON-REGISTRAR
               MOVE AUDIT-BEFORE-IMAGE TO BEFORE-IMAGE-AREA
               MOVE AUDIT-AFTER-IMAGE  TO AFTER-IMAGE-AREA
               IF AUDIT-ACTION-ADD OR AUDIT-ACTION-UPDATE
                   IF BSV-STUDENT-NAME NOT = ASV-STUDENT-NAME
                       MOVE "Y" TO NAME-CHANGED-SWITCH
                   END-IF
               END-IF
               IF AUDIT-ACTION-PROFILE
                   IF BPV-ADDRESS-GROUP NOT = APV-ADDRESS-GROUP
                       MOVE "Y" TO ADDRESS-CHANGED-SWITCH
                   END-IF
                   IF BPV-CONTACT-GROUP NOT = APV-CONTACT-GROUP
                       MOVE "Y" TO CONTACT-CHANGED-SWITCH
                   END-IF
               END-IF
           END-IF
           IF NAME-WAS-CHANGED OR ADDRESS-WAS-CHANGED
              OR CONTACT-WAS-CHANGED
               PERFORM STAMP-ONE-CORRECTION
                   VARYING CORRECTION-INDEX FROM 1 BY 1
                   UNTIL CORRECTION-INDEX > CORRECTION-COUNT
           END-IF
           PERFORM READ-AUDIT-FILE.

       STAMP-ONE-CORRECTION.
           IF CTB-STUDENT-ID(CORRECTION-INDEX) = AUDIT-STUDENT-ID
              AND ((CTB-FIELD-GROUP(CORRECTION-INDEX) = "NAME"
                    AND NAME-WAS-CHANGED)
                OR (CTB-FIELD-GROUP(CORRECTION-INDEX) = "ADDR"
                    AND ADDRESS-WAS-CHANGED)
                OR (CTB-FIELD-GROUP(CORRECTION-INDEX) = "CONT"
                    AND CONTACT-WAS-CHANGED))
               IF AUDIT-DATE > CTB-LOCAL-DATE(CORRECTION-INDEX)
                  OR (AUDIT-DATE = CTB-LOCAL-DATE(CORRECTION-INDEX)
                      AND AUDIT-TIME
                          > CTB-LOCAL-TIME(CORRECTION-INDEX))
                   MOVE AUDIT-DATE
                       TO CTB-LOCAL-DATE(CORRECTION-INDEX)
                   MOVE AUDIT-TIME
                       TO CTB-LOCAL-TIME(CORRECTION-INDEX)
               END-IF
           END-IF.

       PROCESS-CORRECTION.
           ADD 1 TO READ-COUNT
           MOVE "Y" TO LINE-OK-SWITCH
           MOVE "N" TO CONFLICT-SWITCH
           MOVE SPACES TO REJECT-REASON
           PERFORM EDIT-CORRECTION
           IF LINE-IS-VALID
               PERFORM FIND-CORRECTION-STUDENT
           END-IF
           IF LINE-IS-VALID
               PERFORM CHECK-FOR-CONFLICT
           END-IF
           IF LINE-IS-VALID AND NOT CONFLICT-WAS-FOUND
               EVALUATE TRUE
                   WHEN CORR-GROUP-NAME
                       PERFORM APPLY-NAME-CORRECTION
                   WHEN OTHER
                       PERFORM APPLY-PROFILE-CORRECTION
               END-EVALUATE
           END-IF
           IF NOT LINE-IS-VALID
               PERFORM REPORT-REJECTED
           END-IF
           PERFORM READ-CORRECTION-FILE.

       EDIT-CORRECTION.
           IF LINE-NUMBER > 1000
               MOVE "OVER 1000 LINES - RESUBMIT" TO REJECT-REASON
               MOVE "N" TO LINE-OK-SWITCH
           ELSE
               IF CORR-STUDENT-ID IS NOT NUMERIC
                  OR CORR-STUDENT-ID = "00000"
                   MOVE "STUDENT-ID NOT NUMERIC/ZERO" TO REJECT-REASON
                   MOVE "N" TO LINE-OK-SWITCH
               ELSE
                   IF CORR-REG-DATE IS NOT NUMERIC
                      OR CORR-REG-TIME IS NOT NUMERIC
                       MOVE "REGISTRAR STAMP NOT NUMERIC"
                           TO REJECT-REASON
                       MOVE "N" TO LINE-OK-SWITCH
                   ELSE
                       MOVE CORR-REG-DATE TO REG-DATE
                       MOVE CORR-REG-TIME TO REG-TIME
                       PERFORM EDIT-CORRECTION-VALUES
                   END-IF
               END-IF
           END-IF.

       EDIT-CORRECTION-VALUES.
           EVALUATE TRUE
               WHEN CORR-GROUP-NAME
                   IF CORR-FIRST-NAME = SPACES
                      AND CORR-LAST-NAME = SPACES
                       MOVE "STUDENT-NAME IS BLANK" TO REJECT-REASON
                       MOVE "N" TO LINE-OK-SWITCH
                   END-IF
               WHEN CORR-GROUP-ADDRESS
                   IF CORR-STREET-ADDRESS = SPACES
                       MOVE "PROFILE ADDRESS IS BLANK" TO REJECT-REASON
                       MOVE "N" TO LINE-OK-SWITCH
                   ELSE
                       IF CORR-ZIP-CODE IS NOT NUMERIC
                           MOVE "PROFILE ZIP NOT NUMERIC"
                               TO REJECT-REASON
                           MOVE "N" TO LINE-OK-SWITCH
                       END-IF
                   END-IF
               WHEN CORR-GROUP-CONTACT
                   MOVE ZERO TO AT-SIGN-COUNT
                   INSPECT CORR-EMAIL TALLYING AT-SIGN-COUNT
                       FOR ALL "@"
                   IF CORR-PHONE IS NOT NUMERIC
                       MOVE "PROFILE PHONE NOT NUMERIC" TO REJECT-REASON
                       MOVE "N" TO LINE-OK-SWITCH
                   ELSE
                       IF CORR-EMAIL = SPACES OR AT-SIGN-COUNT = ZERO
                           MOVE "PROFILE EMAIL INVALID"
                               TO REJECT-REASON
                           MOVE "N" TO LINE-OK-SWITCH
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "FIELD GROUP NOT NAME/ADDR/CONT"
                       TO REJECT-REASON
                   MOVE "N" TO LINE-OK-SWITCH
           END-EVALUATE.

       FIND-CORRECTION-STUDENT.
           MOVE CORR-STUDENT-ID TO STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "STUDENT NOT ON FILE" TO REJECT-REASON
                   MOVE "N" TO LINE-OK-SWITCH
           END-READ
           IF LINE-IS-VALID AND NOT CORR-GROUP-NAME
               IF NOT PROFILE-FILE-IS-OPEN
                   MOVE "PROFILE FILE NOT AVAILABLE" TO REJECT-REASON
                   MOVE "N" TO LINE-OK-SWITCH
               ELSE
                   PERFORM READ-CORRECTION-PROFILE
               END-IF
           END-IF.

       READ-CORRECTION-PROFILE.
           MOVE "N" TO PROFILE-FOUND-SWITCH
           MOVE STUDENT-ID TO PROF-STUDENT-ID
           READ STUDENT-PROFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO PROFILE-FOUND-SWITCH
           END-READ.

       CHECK-FOR-CONFLICT.
           IF CTB-LOCAL-DATE(LINE-NUMBER) > REG-DATE
              OR (CTB-LOCAL-DATE(LINE-NUMBER) = REG-DATE
                  AND CTB-LOCAL-TIME(LINE-NUMBER) > REG-TIME)
               MOVE "Y" TO CONFLICT-SWITCH
               PERFORM REPORT-CONFLICT
           END-IF.

       APPLY-NAME-CORRECTION.
           IF CORR-FIRST-NAME = FIRST-NAME
              AND CORR-LAST-NAME = LAST-NAME
               PERFORM REPORT-NO-CHANGE
           ELSE
               MOVE SPACES TO BEFORE-IMAGE-AREA
               MOVE STUDENT-RECORD TO BEFORE-IMAGE-AREA
               MOVE CORR-FIRST-NAME TO FIRST-NAME
               MOVE CORR-LAST-NAME  TO LAST-NAME
               MOVE SPACES TO AFTER-IMAGE-AREA
               MOVE STUDENT-RECORD TO AFTER-IMAGE-AREA
               PERFORM REWRITE-CORRECTED-STUDENT
           END-IF.

       REWRITE-CORRECTED-STUDENT.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO REJECT-REASON
                   MOVE "N" TO LINE-OK-SWITCH
               NOT INVALID KEY
                   MOVE "UPDATE" TO AUDIT-ACTION
                   PERFORM WRITE-CORRECTION-AUDIT
                   PERFORM REPORT-APPLIED
           END-REWRITE.

       APPLY-PROFILE-CORRECTION.
           MOVE SPACES TO BEFORE-IMAGE-AREA
           IF PROFILE-WAS-FOUND
               MOVE PROFILE-RECORD TO BEFORE-IMAGE-AREA
           ELSE
               MOVE SPACES TO PROFILE-RECORD
               MOVE STUDENT-ID TO PROF-STUDENT-ID
               MOVE ZERO TO PROF-BIRTH-DATE
           END-IF
           IF CORR-GROUP-ADDRESS
               MOVE CORR-STREET-ADDRESS TO PROF-STREET-ADDRESS
               MOVE CORR-CITY           TO PROF-CITY
               MOVE CORR-STATE          TO PROF-STATE
               MOVE CORR-ZIP-CODE       TO PROF-ZIP-CODE
           ELSE
               MOVE CORR-PHONE          TO PROF-PHONE
               MOVE CORR-EMAIL          TO PROF-EMAIL
           END-IF
           MOVE SPACES TO AFTER-IMAGE-AREA
           MOVE PROFILE-RECORD TO AFTER-IMAGE-AREA
           IF PROFILE-WAS-FOUND
              AND AFTER-IMAGE-AREA = BEFORE-IMAGE-AREA
               PERFORM REPORT-NO-CHANGE
           ELSE
               IF PROFILE-WAS-FOUND
                   PERFORM REWRITE-CORRECTED-PROFILE
               ELSE
                   PERFORM WRITE-CORRECTED-PROFILE
               END-IF
           END-IF.

       REWRITE-CORRECTED-PROFILE.
           REWRITE PROFILE-RECORD
               INVALID KEY
                   MOVE "PROFILE REWRITE FAILED" TO REJECT-REASON
                   MOVE "N" TO LINE-OK-SWITCH
               NOT INVALID KEY
                   PERFORM LOG-CORRECTED-PROFILE
           END-REWRITE.

       WRITE-CORRECTED-PROFILE.
           WRITE PROFILE-RECORD
               INVALID KEY
                   MOVE "PROFILE WRITE FAILED" TO REJECT-REASON
                   MOVE "N" TO LINE-OK-SWITCH
               NOT INVALID KEY
                   PERFORM LOG-CORRECTED-PROFILE
           END-WRITE.

       LOG-CORRECTED-PROFILE.
           MOVE "PROFIL" TO AUDIT-ACTION
           PERFORM WRITE-CORRECTION-AUDIT
           PERFORM REPORT-APPLIED.

       WRITE-CORRECTION-AUDIT.
           MOVE STUDENT-ID          TO AUDIT-STUDENT-ID
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT TIME-OF-DAY FROM TIME
           MOVE TOD-HHMMSS          TO AUDIT-TIME
           MOVE BEFORE-IMAGE-AREA   TO AUDIT-BEFORE-IMAGE
           MOVE AFTER-IMAGE-AREA    TO AUDIT-AFTER-IMAGE
           MOVE "REG"               TO AUDIT-REASON-CODE
           WRITE AUDIT-RECORD.

       REPORT-APPLIED.
           ADD 1 TO APPLIED-COUNT
           MOVE "APPLIED"       TO DTL-RESULT
           MOVE SPACES          TO DTL-REASON
           PERFORM WRITE-DETAIL-LINE.

       REPORT-NO-CHANGE.
           ADD 1 TO NO-CHANGE-COUNT
           MOVE "NO CHANGE"     TO DTL-RESULT
           MOVE "VALUES ALREADY ON FILE" TO DTL-REASON
           PERFORM WRITE-DETAIL-LINE.

       REPORT-CONFLICT.
           ADD 1 TO CONFLICT-COUNT
           MOVE "CONFLICT"      TO DTL-RESULT
           MOVE SPACES          TO DTL-REASON
           STRING "CHANGED HERE "
               CTB-LOCAL-DATE(LINE-NUMBER) " "
               CTB-LOCAL-TIME(LINE-NUMBER)
               DELIMITED BY SIZE INTO DTL-REASON
           PERFORM WRITE-DETAIL-LINE.

       REPORT-REJECTED.
           ADD 1 TO REJECTED-COUNT
           MOVE "REJECTED"      TO DTL-RESULT
           MOVE REJECT-REASON   TO DTL-REASON
           PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE.
           MOVE CORR-STUDENT-ID  TO DTL-STUDENT-ID
           MOVE CORR-FIELD-GROUP TO DTL-FIELD-GROUP
           MOVE CORR-REG-DATE    TO DTL-REG-DATE
           MOVE CORR-REG-TIME    TO DTL-REG-TIME
           WRITE CORRECTION-LINE FROM DETAIL-LINE.

       PRINT-CORRECTION-TOTALS.
           MOVE SPACES TO CORRECTION-LINE
           WRITE CORRECTION-LINE
           MOVE READ-COUNT      TO TOT-READ
           WRITE CORRECTION-LINE FROM TOTAL-LINE-1
           MOVE APPLIED-COUNT   TO TOT-APPLIED
           WRITE CORRECTION-LINE FROM TOTAL-LINE-2
           MOVE NO-CHANGE-COUNT TO TOT-NO-CHANGE
           WRITE CORRECTION-LINE FROM TOTAL-LINE-3
           MOVE REJECTED-COUNT  TO TOT-REJECTED
           WRITE CORRECTION-LINE FROM TOTAL-LINE-4
           MOVE CONFLICT-COUNT  TO TOT-CONFLICTS
           WRITE CORRECTION-LINE FROM TOTAL-LINE-5
           IF CONFLICT-COUNT > ZERO
               WRITE CORRECTION-LINE FROM CONFLICT-NOTE-LINE
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
