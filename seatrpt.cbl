               RECORD KEY IS COURSE-CODE
               FILE STATUS IS CRSMAS-STATUS.

           SELECT WAITLIST-FILE ASSIGN TO "WAITLST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WAIT-KEY
               FILE STATUS IS WAITLIST-STATUS.

           SELECT SEAT-REPORT-FILE ASSIGN TO "SEATRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEATRPT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY CRSMAS.

       FD  WAITLIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WAITLST.

       FD  SEAT-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  SEAT-LINE PIC X(80).
       01  CRSMAS-STATUS PIC X(02).
           88 CRSMAS-OK        VALUE "00".

       01  WAITLIST-STATUS PIC X(02).
           88 WAITLIST-OK      VALUE "00".

       01  SEATRPT-STATUS PIC X(02).
           88 SEATRPT-OK       VALUE "00".

       01  CATALOG-OPEN-SWITCH PIC X(01) VALUE "N".
           88 CATALOG-IS-OPEN   VALUE "Y".

       01  WAITLIST-OPEN-SWITCH PIC X(01) VALUE "N".
           88 WAITLIST-IS-OPEN  VALUE "Y".

       01  WAITLIST-SCAN-END-SWITCH PIC X(01) VALUE "N".
           88 WAITLIST-SCAN-END VALUE "Y".

       01  TERM-REQUEST-INPUT PIC X(05).
           88 FULL-FILE-REQUEST VALUE "ALL".

       01  SEATS-OPEN      PIC S9(04).
       01  CLASSES-LISTED  PIC 9(05) VALUE ZERO.
       01  CLASSES-FULL    PIC 9(05) VALUE ZERO.
       01  WAITING-COUNT   PIC 9(04).
       01  TOTAL-WAITING   PIC 9(05) VALUE ZERO.

       01  HEADING-LINE.
           05  FILLER PIC X(80)
           05  FILLER PIC X(05) VALUE "MAX".
           05  FILLER PIC X(10) VALUE "ENROLLED".
           05  FILLER PIC X(09) VALUE "OPEN".
           05  FILLER PIC X(06) VALUE SPACES.
           05  FILLER PIC X(05) VALUE "WAIT".

       01  DETAIL-LINE.
           05  DTL-CLASS        PIC X(10).
           05  DTL-OPEN         PIC ZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-FLAG         PIC X(08).
           05  DTL-WAITING      PIC ZZZ9.
           05  FILLER           PIC X(05) VALUE SPACES.

       01  TOTAL-LINE-1.
           05  FILLER PIC X(24) VALUE "CLASS/TERM LINES LISTED:".
           05  TOT-FULL PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-3.
           05  FILLER PIC X(24) VALUE "STUDENTS ON WAITLISTS:  ".
           05  TOT-WAITING PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM GET-TERM-REQUEST
               GOBACK
           END-IF
           PERFORM OPEN-COURSE-CATALOG-FILE
           PERFORM OPEN-WAITLIST-FILE
           OPEN OUTPUT SEAT-REPORT-FILE
           WRITE SEAT-LINE FROM HEADING-LINE
           WRITE SEAT-LINE FROM COLUMN-HEADING-LINE
           IF CATALOG-IS-OPEN
               CLOSE COURSE-CATALOG-FILE
           END-IF
           IF WAITLIST-IS-OPEN
               CLOSE WAITLIST-FILE
           END-IF
           CLOSE SEAT-REPORT-FILE
           GOBACK.

               DISPLAY "*** SEAT CAPACITIES WILL NOT BE SHOWN ***"
           END-IF.

       OPEN-WAITLIST-FILE.
           OPEN INPUT WAITLIST-FILE
           IF WAITLIST-OK
               MOVE "Y" TO WAITLIST-OPEN-SWITCH
           ELSE
               DISPLAY "*** UNABLE TO OPEN WAITLIST-FILE ***"
               DISPLAY "*** WAITLIST DEPTH WILL NOT BE SHOWN ***"
           END-IF.

       READ-SEAT-COUNT-FILE.
           READ SEAT-COUNT-FILE
               AT END
               MOVE ZERO   TO DTL-OPEN
               MOVE SPACES TO DTL-FLAG
           END-IF
           PERFORM COUNT-WAITING-STUDENTS
           MOVE WAITING-COUNT TO DTL-WAITING
           WRITE SEAT-LINE FROM DETAIL-LINE.

       COUNT-WAITING-STUDENTS.
           MOVE ZERO TO WAITING-COUNT
           IF WAITLIST-IS-OPEN
               MOVE SEAT-CLASS TO WAIT-CLASS
               MOVE SEAT-TERM  TO WAIT-TERM
               MOVE ZERO       TO WAIT-SEQUENCE
               MOVE "N" TO WAITLIST-SCAN-END-SWITCH
               START WAITLIST-FILE KEY IS NOT LESS THAN WAIT-KEY
                   INVALID KEY
                       MOVE "Y" TO WAITLIST-SCAN-END-SWITCH
               END-START
               PERFORM COUNT-ONE-WAITING UNTIL WAITLIST-SCAN-END
               ADD WAITING-COUNT TO TOTAL-WAITING
           END-IF.

       COUNT-ONE-WAITING.
           READ WAITLIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WAITLIST-SCAN-END-SWITCH
           END-READ
           IF NOT WAITLIST-SCAN-END
               IF WAIT-CLASS NOT = SEAT-CLASS
                  OR WAIT-TERM NOT = SEAT-TERM
                   MOVE "Y" TO WAITLIST-SCAN-END-SWITCH
               ELSE
                   ADD 1 TO WAITING-COUNT
               END-IF
           END-IF.

       LOOK-UP-COURSE.
           IF CATALOG-IS-OPEN
               MOVE SEAT-CLASS TO COURSE-CODE
           MOVE CLASSES-LISTED TO TOT-LISTED
           WRITE SEAT-LINE FROM TOTAL-LINE-1
           MOVE CLASSES-FULL TO TOT-FULL
           WRITE SEAT-LINE FROM TOTAL-LINE-2
           MOVE TOTAL-WAITING TO TOT-WAITING
           WRITE SEAT-LINE FROM TOTAL-LINE-3.
