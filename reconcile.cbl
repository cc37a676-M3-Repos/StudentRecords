               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT ALUMNI-ARCHIVE-FILE ASSIGN TO "ALUMARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALUM-STUDENT-ID
               ALTERNATE RECORD KEY IS ALUM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS ALUMARC-STATUS.

           SELECT RECONCILE-REPORT-FILE ASSIGN TO "RECNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECNRPT-STATUS.
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       FD  ALUMNI-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALUMARC.

       FD  RECONCILE-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RECONCILE-LINE PIC X(80).
       01  RECNRPT-STATUS PIC X(02).
           88 RECNRPT-OK       VALUE "00".

       01  ALUMARC-STATUS PIC X(02).
           88 ALUMARC-OK       VALUE "00".

       01  MASTER-EOF-SWITCH PIC X(01) VALUE "N".
           88 MASTER-EOF        VALUE "Y".

       01  STUDENT-KNOWN-SWITCH PIC X(01) VALUE "N".
           88 STUDENT-IS-KNOWN  VALUE "Y".

       01  ALUMNI-FILE-OPEN-SWITCH PIC X(01) VALUE "N".
           88 ALUMNI-FILE-IS-OPEN VALUE "Y".

       01  OVERFLOW-SWITCH PIC X(01) VALUE "N".
           88 ACTION-OVERFLOW   VALUE "Y".

               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-ALUMNI-ARCHIVE-FILE
           OPEN OUTPUT RECONCILE-REPORT-FILE
           WRITE RECONCILE-LINE FROM HEADING-LINE
           WRITE RECONCILE-LINE FROM COLUMN-HEADING-LINE
           PERFORM SET-RETURN-CODE
           CLOSE STUDENT-MASTER-FILE
           CLOSE COURSE-CATALOG-FILE
           IF ALUMNI-FILE-IS-OPEN
               CLOSE ALUMNI-ARCHIVE-FILE
           END-IF
           CLOSE RECONCILE-REPORT-FILE
           GOBACK.

       OPEN-ALUMNI-ARCHIVE-FILE.
           OPEN INPUT ALUMNI-ARCHIVE-FILE
           IF ALUMARC-OK
               MOVE "Y" TO ALUMNI-FILE-OPEN-SWITCH
           ELSE
               DISPLAY "*** UNABLE TO OPEN ALUMNI-ARCHIVE-FILE ***"
               DISPLAY "*** ARCHIVED STUDENTS WILL NOT BE OWNERS ***"
           END-IF.

       LOAD-LAST-ACTIONS.
           OPEN INPUT AUDIT-FILE
           IF NOT AUDIT-OK
               VARYING ENROLLMENT-INDEX FROM 1 BY 1
               UNTIL ENROLLMENT-INDEX > ENROLLMENT-COUNT
           PERFORM CHECK-STATUS-AGAINST-AUDIT
           IF ALUMNI-FILE-IS-OPEN
               PERFORM CHECK-NOT-ALSO-ARCHIVED
           END-IF
           PERFORM READ-STUDENT-MASTER.

       CHECK-NOT-ALSO-ARCHIVED.
           MOVE STUDENT-ID TO ALUM-STUDENT-ID
           READ ALUMNI-ARCHIVE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "FATAL" TO EXCEPTION-SEVERITY
                   MOVE "STUDENT ALSO ON ALUMNI ARCHIVE"
                       TO EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-LINE
           END-READ.

       CHECK-ONE-MASTER-CLASS.
           MOVE STUDENT-CLASS(ENROLLMENT-INDEX) TO COURSE-CODE
           READ COURSE-CATALOG-FILE
           MOVE HIST-STUDENT-ID TO STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   PERFORM CHECK-ARCHIVED-OWNER
           END-READ
           MOVE HIST-CLASS TO COURSE-CODE
           READ COURSE-CATALOG-FILE
           END-READ
           PERFORM READ-HISTORY-FILE.

       CHECK-ARCHIVED-OWNER.
           MOVE "N" TO STUDENT-KNOWN-SWITCH
           IF ALUMNI-FILE-IS-OPEN
               MOVE HIST-STUDENT-ID TO ALUM-STUDENT-ID
               READ ALUMNI-ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO STUDENT-KNOWN-SWITCH
               END-READ
           END-IF
           IF NOT STUDENT-IS-KNOWN
               MOVE "FATAL" TO EXCEPTION-SEVERITY
               MOVE "STUDENT NOT ON MASTER/ARCHIVE"
                   TO EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       WRITE-EXCEPTION-LINE.
           MOVE EXCEPTION-SOURCE   TO DTL-SOURCE
           MOVE EXCEPTION-ID       TO DTL-STUDENT-ID
