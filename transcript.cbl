               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUHIST-STATUS.

           SELECT REGISTRATION-HOLD-FILE ASSIGN TO "REGHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REGH-KEY
               FILE STATUS IS REGHOLD-STATUS.

           SELECT ALUMNI-ARCHIVE-FILE ASSIGN TO "ALUMARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUM-STUDENT-ID
               ALTERNATE RECORD KEY IS ALUM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS ALUMARC-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".

           SELECT TRANSCRIPT-REPORT-FILE ASSIGN TO "TRNSRPT"
           LABEL RECORDS ARE OMITTED.
           COPY STUHIST.

       FD  REGISTRATION-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REGHOLD.

       FD  ALUMNI-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALUMARC.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-STUDENT-ID          PIC 9(05).
       01  STUHIST-STATUS PIC X(02).
           88 STUHIST-OK       VALUE "00".

       01  REGHOLD-STATUS PIC X(02).
           88 REGHOLD-OK       VALUE "00".

       01  TRNSRPT-STATUS PIC X(02).
           88 TRNSRPT-OK       VALUE "00".

       01  ALUMARC-STATUS PIC X(02).
           88 ALUMARC-OK       VALUE "00".

       01  MASTER-EOF-SWITCH PIC X(01) VALUE "N".
           88 MASTER-EOF        VALUE "Y".

       01  SORT-EOF-SWITCH PIC X(01) VALUE "N".
           88 SORT-EOF          VALUE "Y".

       01  ALUMNI-EOF-SWITCH PIC X(01) VALUE "N".
           88 ALUMNI-EOF        VALUE "Y".

       01  ALUMNI-FILE-OPEN-SWITCH PIC X(01) VALUE "N".
           88 ALUMNI-FILE-IS-OPEN VALUE "Y".

       01  SAVED-STUDENT-ID PIC 9(05).

       01  CATALOG-OPEN-SWITCH PIC X(01) VALUE "N".
           88 CATALOG-IS-OPEN   VALUE "Y".

       01  REGHOLD-FILE-OPEN-SWITCH PIC X(01) VALUE "N".
           88 REGHOLD-FILE-IS-OPEN VALUE "Y".

       01  HOLD-SCAN-END-SWITCH PIC X(01) VALUE "N".
           88 HOLD-SCAN-END      VALUE "Y".

       01  ACTIVE-HOLD-SWITCH PIC X(01) VALUE "N".
           88 STUDENT-HAS-HOLD   VALUE "Y".

       01  ACTIVE-HOLD-TYPE      PIC X(03).
       01  CHECK-HOLD-STUDENT-ID PIC 9(05).
       01  CHECK-HOLD-DATE       PIC 9(08).

       01  UNOFFICIAL-COUNT PIC 9(05) VALUE ZERO.

       01  REQUEST-INPUT PIC X(05).
           88 FULL-FILE-REQUEST VALUE "ALL".

       01  HEADING-LINE-1.
           05  FILLER PIC X(80) VALUE "STUDENT TRANSCRIPT".

       01  UNOFFICIAL-HEADING-LINE.
           05  FILLER PIC X(39)
               VALUE "STUDENT TRANSCRIPT - UNOFFICIAL COPY - ".
           05  FILLER PIC X(13) VALUE "ACTIVE HOLD: ".
           05  HDG-HOLD-TYPE PIC X(03).
           05  FILLER PIC X(25) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER PIC X(12) VALUE "STUDENT ID: ".
           05  HDG-STUDENT-ID PIC 9(05).
               GOBACK
           END-IF
           PERFORM OPEN-COURSE-CATALOG-FILE
           PERFORM OPEN-REGISTRATION-HOLD-FILE
           PERFORM OPEN-ALUMNI-ARCHIVE-FILE
           PERFORM GET-REQUEST
           OPEN OUTPUT TRANSCRIPT-REPORT-FILE
           IF FULL-FILE-REQUEST
           IF CATALOG-IS-OPEN
               CLOSE COURSE-CATALOG-FILE
           END-IF
           IF REGHOLD-FILE-IS-OPEN
               CLOSE REGISTRATION-HOLD-FILE
           END-IF
           IF ALUMNI-FILE-IS-OPEN
               CLOSE ALUMNI-ARCHIVE-FILE
           END-IF
           CLOSE TRANSCRIPT-REPORT-FILE
           IF UNOFFICIAL-COUNT > ZERO
               DISPLAY "*** " UNOFFICIAL-COUNT
                   " TRANSCRIPT(S) UNOFFICIAL - HOLD ON RECORD ***"
           END-IF
           GOBACK.

       OPEN-COURSE-CATALOG-FILE.
               DISPLAY "*** CREDIT HOURS WILL NOT BE AVAILABLE ***"
           END-IF.

       OPEN-REGISTRATION-HOLD-FILE.
           OPEN INPUT REGISTRATION-HOLD-FILE
           IF REGHOLD-OK
               MOVE "Y" TO REGHOLD-FILE-OPEN-SWITCH
           ELSE
               DISPLAY "*** UNABLE TO OPEN REGISTRATION-HOLD-FILE ***"
               DISPLAY "*** HOLDS WILL NOT BE CHECKED ***"
           END-IF.

       OPEN-ALUMNI-ARCHIVE-FILE.
           OPEN INPUT ALUMNI-ARCHIVE-FILE
           IF ALUMARC-OK
               MOVE "Y" TO ALUMNI-FILE-OPEN-SWITCH
           ELSE
               DISPLAY "*** UNABLE TO OPEN ALUMNI-ARCHIVE-FILE ***"
               DISPLAY "*** ARCHIVED STUDENTS WILL NOT BE PRINTED ***"
           END-IF.

       CHECK-STUDENT-HOLDS.
           MOVE "N" TO ACTIVE-HOLD-SWITCH
           MOVE SPACES TO ACTIVE-HOLD-TYPE
           IF REGHOLD-FILE-IS-OPEN
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

       GET-REQUEST.
           DISPLAY "STUDENT ID (OR ALL FOR FULL FILE): "
               WITH NO ADVANCING

       PRINT-ALL-TRANSCRIPTS.
           PERFORM RETURN-SORT-RECORD
           PERFORM READ-ALUMNI-ARCHIVE
           PERFORM READ-STUDENT-MASTER
           PERFORM PRINT-TRANSCRIPT-AND-READ UNTIL MASTER-EOF
           PERFORM PRINT-ARCHIVED-AND-READ UNTIL ALUMNI-EOF.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
                   MOVE "Y" TO MASTER-EOF-SWITCH
           END-READ.

       READ-ALUMNI-ARCHIVE.
           IF ALUMNI-FILE-IS-OPEN
               READ ALUMNI-ARCHIVE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO ALUMNI-EOF-SWITCH
               END-READ
           ELSE
               MOVE "Y" TO ALUMNI-EOF-SWITCH
           END-IF.

       LOAD-ARCHIVED-STUDENT.
           MOVE ALUM-IMG-ENROLLMENT-COUNT TO ENROLLMENT-COUNT
           MOVE ALUM-STUDENT-IMAGE TO STUDENT-RECORD.

       PRINT-TRANSCRIPT-AND-READ.
           IF NOT ALUMNI-EOF AND ALUM-STUDENT-ID < STUDENT-ID
               PERFORM PRINT-EARLIER-ARCHIVED
           END-IF
           PERFORM PRINT-MERGED-TRANSCRIPT
           PERFORM READ-STUDENT-MASTER.

       PRINT-EARLIER-ARCHIVED.
           MOVE STUDENT-ID TO SAVED-STUDENT-ID
           PERFORM PRINT-ARCHIVED-AND-READ
               UNTIL ALUMNI-EOF
                  OR ALUM-STUDENT-ID NOT < SAVED-STUDENT-ID
           MOVE SAVED-STUDENT-ID TO STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** STUDENT-MASTER RE-READ FAILED ***"
                   MOVE "Y" TO MASTER-EOF-SWITCH
           END-READ.

       PRINT-ARCHIVED-AND-READ.
           PERFORM LOAD-ARCHIVED-STUDENT
           PERFORM PRINT-MERGED-TRANSCRIPT
           PERFORM READ-ALUMNI-ARCHIVE.

       PRINT-MERGED-TRANSCRIPT.
           PERFORM PRINT-TRANSCRIPT-HEADING
           PERFORM SKIP-ORPHAN-HISTORY
               UNTIL SORT-EOF OR SORT-STUDENT-ID NOT < STUDENT-ID
           PERFORM PRINT-ONE-ENROLLMENT
               VARYING ENROLLMENT-INDEX FROM 1 BY 1
               UNTIL ENROLLMENT-INDEX > ENROLLMENT-COUNT
           PERFORM PRINT-TRANSCRIPT-TOTALS.

       SKIP-ORPHAN-HISTORY.
           PERFORM RETURN-SORT-RECORD.
           ELSE
               MOVE REQUEST-INPUT TO STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       PERFORM SINGLE-ARCHIVED-STUDENT
                   NOT INVALID KEY
                       PERFORM PRINT-SINGLE-TRANSCRIPT
               END-READ
           END-IF.

       SINGLE-ARCHIVED-STUDENT.
           IF ALUMNI-FILE-IS-OPEN
               MOVE REQUEST-INPUT TO ALUM-STUDENT-ID
               READ ALUMNI-ARCHIVE-FILE
                   INVALID KEY
                       DISPLAY "*** STUDENT ID NOT ON FILE ***"
                   NOT INVALID KEY
                       PERFORM LOAD-ARCHIVED-STUDENT
                       PERFORM PRINT-SINGLE-TRANSCRIPT
               END-READ
           ELSE
               DISPLAY "*** STUDENT ID NOT ON FILE ***"
           END-IF.

       PRINT-SINGLE-TRANSCRIPT.
       PRINT-TRANSCRIPT-HEADING.
           MOVE SPACES TO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE
           MOVE STUDENT-ID TO CHECK-HOLD-STUDENT-ID
           PERFORM CHECK-STUDENT-HOLDS
           IF STUDENT-HAS-HOLD
               MOVE ACTIVE-HOLD-TYPE TO HDG-HOLD-TYPE
               WRITE TRANSCRIPT-LINE FROM UNOFFICIAL-HEADING-LINE
               ADD 1 TO UNOFFICIAL-COUNT
           ELSE
               WRITE TRANSCRIPT-LINE FROM HEADING-LINE-1
           END-IF
           MOVE STUDENT-ID TO HDG-STUDENT-ID
           MOVE FIRST-NAME TO HDG-FIRST-NAME
           MOVE LAST-NAME  TO HDG-LAST-NAME
