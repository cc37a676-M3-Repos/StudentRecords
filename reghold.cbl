       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRATION-HOLD-PROGRAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRATION-HOLD-FILE ASSIGN TO "REGHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REGH-KEY
               FILE STATUS IS REGHOLD-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDMAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRATION-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REGHOLD.

       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 29 TO 189 CHARACTERS
               DEPENDING ON ENROLLMENT-COUNT.
           COPY STUDMAS.

       WORKING-STORAGE SECTION.
       01  REGHOLD-STATUS PIC X(02).
           88 REGHOLD-OK       VALUE "00".
           88 REGHOLD-NOT-FOUND VALUE "35".

       01  STUDMAS-STATUS PIC X(02).
           88 STUDMAS-OK       VALUE "00".

       01  MASTER-OPEN-SWITCH PIC X(01) VALUE "N".
           88 MASTER-IS-OPEN    VALUE "Y".

       01  ID-OK-SWITCH PIC X(01) VALUE "N".
           88 ID-IS-VALID       VALUE "Y".

       01  TYPE-OK-SWITCH PIC X(01) VALUE "N".
           88 TYPE-IS-VALID     VALUE "Y".

       01  DATE-OK-SWITCH PIC X(01) VALUE "N".
           88 DATE-IS-VALID     VALUE "Y".

       01  DONE-SWITCH PIC X(01) VALUE "N".
           88 DONE-PROCESSING   VALUE "Y".

       01  FOUND-SWITCH PIC X(01) VALUE "N".
           88 RECORD-WAS-FOUND  VALUE "Y".

       01  LIST-EOF-SWITCH PIC X(01) VALUE "N".
           88 LIST-EOF          VALUE "Y".

       01  STUDENT-ID-INPUT PIC X(05).
       01  HOLD-TYPE-INPUT  PIC X(03).
       01  DATE-INPUT       PIC X(08).
       01  LIST-STUDENT-ID  PIC 9(05).
       01  TODAY-DATE       PIC 9(08).
       01  HOLD-COUNT       PIC 9(04).

       01  HOLD-STATE PIC X(08).

       01  USER-INPUT PIC X(4).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM BANNER.
           PERFORM OPEN-REGISTRATION-HOLD-FILE.
           PERFORM OPEN-STUDENT-MASTER-FILE.
           PERFORM MENU-PROCESS UNTIL DONE-PROCESSING.
           CLOSE REGISTRATION-HOLD-FILE.
           IF MASTER-IS-OPEN
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           GOBACK.

       OPEN-REGISTRATION-HOLD-FILE.
           OPEN I-O REGISTRATION-HOLD-FILE
           IF REGHOLD-NOT-FOUND
               OPEN OUTPUT REGISTRATION-HOLD-FILE
               CLOSE REGISTRATION-HOLD-FILE
               OPEN I-O REGISTRATION-HOLD-FILE
           END-IF
           IF NOT REGHOLD-OK
               DISPLAY "*** UNABLE TO OPEN REGISTRATION-HOLD-FILE ***"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       OPEN-STUDENT-MASTER-FILE.
           OPEN INPUT STUDENT-MASTER-FILE
           IF STUDMAS-OK
               MOVE "Y" TO MASTER-OPEN-SWITCH
           ELSE
               DISPLAY "*** UNABLE TO OPEN STUDENT-MASTER-FILE ***"
               DISPLAY "*** STUDENT IDS WILL NOT BE VERIFIED ***"
           END-IF.

       MENU-PROCESS.
           DISPLAY " "
           DISPLAY "--REGISTRATION HOLD MENU--"
           DISPLAY "PLC  - PLACE A HOLD ON A STUDENT"
           DISPLAY "INQ  - LIST A STUDENT'S HOLDS"
           DISPLAY "REL  - RELEASE A HOLD"
           DISPLAY "EXIT - EXIT THE PROGRAM"
           DISPLAY "SELECTION: " WITH NO ADVANCING
           ACCEPT USER-INPUT
           EVALUATE USER-INPUT
               WHEN "PLC"
                   PERFORM PLACE-HOLD
               WHEN "INQ"
                   PERFORM INQUIRE-HOLDS
               WHEN "REL"
                   PERFORM RELEASE-HOLD
               WHEN "EXIT"
                   MOVE "Y" TO DONE-SWITCH
               WHEN OTHER
                   DISPLAY "*** INVALID SELECTION ***"
           END-EVALUATE.

       PLACE-HOLD.
           PERFORM GET-HOLD-STUDENT-ID
           PERFORM GET-HOLD-TYPE
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           READ REGISTRATION-HOLD-FILE
               INVALID KEY
                   PERFORM ACCEPT-HOLD-DETAILS
                   WRITE REGISTRATION-HOLD-RECORD
                       INVALID KEY
                           DISPLAY "*** PLACE FAILED ***"
                       NOT INVALID KEY
                           DISPLAY "*** HOLD PLACED ***"
                   END-WRITE
               NOT INVALID KEY
                   IF REGH-RELEASE-DATE = ZERO
                      OR REGH-RELEASE-DATE > TODAY-DATE
                       PERFORM DISPLAY-ONE-HOLD
                       DISPLAY "*** HOLD IS ALREADY ACTIVE ***"
                   ELSE
                       PERFORM ACCEPT-HOLD-DETAILS
                       REWRITE REGISTRATION-HOLD-RECORD
                           INVALID KEY
                               DISPLAY "*** PLACE FAILED ***"
                           NOT INVALID KEY
                               DISPLAY "*** HOLD PLACED AGAIN ***"
                       END-REWRITE
                   END-IF
           END-READ.

       ACCEPT-HOLD-DETAILS.
           DISPLAY " "
           DISPLAY "--HOLD DETAILS--"
           MOVE SPACES TO REGH-PLACED-BY
           PERFORM ACCEPT-PLACED-BY UNTIL REGH-PLACED-BY NOT = SPACES
           DISPLAY "COMMENT: " WITH NO ADVANCING
           ACCEPT REGH-COMMENT
           MOVE TODAY-DATE TO REGH-PLACED-DATE
           MOVE "N" TO DATE-OK-SWITCH
           PERFORM ACCEPT-RELEASE-DATE UNTIL DATE-IS-VALID.

       ACCEPT-PLACED-BY.
           DISPLAY "PLACED BY: " WITH NO ADVANCING
           ACCEPT REGH-PLACED-BY
           IF REGH-PLACED-BY = SPACES
               DISPLAY "*** PLACED BY MUST NOT BE BLANK ***"
           END-IF.

       ACCEPT-RELEASE-DATE.
           DISPLAY "RELEASE DATE (YYYYMMDD, BLANK UNTIL RELEASED): "
               WITH NO ADVANCING
           ACCEPT DATE-INPUT
           IF DATE-INPUT = SPACES
               MOVE ZERO TO REGH-RELEASE-DATE
               MOVE "Y" TO DATE-OK-SWITCH
           ELSE
               IF DATE-INPUT IS NOT NUMERIC
                   DISPLAY "*** DATE MUST BE NUMERIC YYYYMMDD ***"
               ELSE
                   MOVE DATE-INPUT TO REGH-RELEASE-DATE
                   IF REGH-RELEASE-DATE NOT > TODAY-DATE
                       DISPLAY "*** RELEASE DATE MUST BE LATER ***"
                   ELSE
                       MOVE "Y" TO DATE-OK-SWITCH
                   END-IF
               END-IF
           END-IF.

       INQUIRE-HOLDS.
           PERFORM GET-HOLD-STUDENT-ID
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE REGH-STUDENT-ID TO LIST-STUDENT-ID
           MOVE ZERO TO HOLD-COUNT
           IF MASTER-IS-OPEN AND STANDING-SUSPENSION
               DISPLAY "  SUS  ACTIVE    ACADEMIC SUSPENSION"
                   " (STUDENT-STANDING)"
               ADD 1 TO HOLD-COUNT
           END-IF
           MOVE "N" TO LIST-EOF-SWITCH
           MOVE LOW-VALUES TO REGH-TYPE
           START REGISTRATION-HOLD-FILE
               KEY IS NOT LESS THAN REGH-KEY
               INVALID KEY
                   MOVE "Y" TO LIST-EOF-SWITCH
           END-START
           PERFORM READ-NEXT-HOLD
           PERFORM LIST-ONE-HOLD UNTIL LIST-EOF
           IF HOLD-COUNT = ZERO
               DISPLAY "*** NO HOLDS ON FILE FOR STUDENT ***"
           END-IF.

       READ-NEXT-HOLD.
           IF NOT LIST-EOF
               READ REGISTRATION-HOLD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO LIST-EOF-SWITCH
               END-READ
           END-IF
           IF NOT LIST-EOF
               IF REGH-STUDENT-ID NOT = LIST-STUDENT-ID
                   MOVE "Y" TO LIST-EOF-SWITCH
               END-IF
           END-IF.

       LIST-ONE-HOLD.
           ADD 1 TO HOLD-COUNT
           PERFORM DISPLAY-ONE-HOLD
           PERFORM READ-NEXT-HOLD.

       DISPLAY-ONE-HOLD.
           IF REGH-RELEASE-DATE = ZERO
              OR REGH-RELEASE-DATE > TODAY-DATE
               MOVE "ACTIVE" TO HOLD-STATE
           ELSE
               MOVE "RELEASED" TO HOLD-STATE
           END-IF
           DISPLAY "  " REGH-TYPE "  " HOLD-STATE
               "  PLACED " REGH-PLACED-DATE " BY " REGH-PLACED-BY
               "  RELEASE " REGH-RELEASE-DATE
           DISPLAY "       " REGH-COMMENT.

       RELEASE-HOLD.
           PERFORM GET-EXISTING-HOLD
           IF RECORD-WAS-FOUND
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               PERFORM DISPLAY-ONE-HOLD
               IF REGH-RELEASE-DATE NOT = ZERO
                  AND REGH-RELEASE-DATE NOT > TODAY-DATE
                   DISPLAY "*** HOLD IS ALREADY RELEASED ***"
               ELSE
                   MOVE TODAY-DATE TO REGH-RELEASE-DATE
                   REWRITE REGISTRATION-HOLD-RECORD
                       INVALID KEY
                           DISPLAY "*** RELEASE FAILED ***"
                       NOT INVALID KEY
                           DISPLAY "*** HOLD RELEASED ***"
                   END-REWRITE
               END-IF
           END-IF.

       GET-EXISTING-HOLD.
           DISPLAY " "
           DISPLAY "STUDENT ID: " WITH NO ADVANCING
           ACCEPT STUDENT-ID-INPUT
           DISPLAY "HOLD TYPE: " WITH NO ADVANCING
           ACCEPT HOLD-TYPE-INPUT
           IF STUDENT-ID-INPUT IS NOT NUMERIC
               MOVE "N" TO FOUND-SWITCH
               DISPLAY "*** STUDENT ID MUST BE NUMERIC ***"
           ELSE
               MOVE STUDENT-ID-INPUT TO REGH-STUDENT-ID
               MOVE HOLD-TYPE-INPUT  TO REGH-TYPE
               READ REGISTRATION-HOLD-FILE
                   INVALID KEY
                       MOVE "N" TO FOUND-SWITCH
                       DISPLAY "*** HOLD NOT ON FILE ***"
                   NOT INVALID KEY
                       MOVE "Y" TO FOUND-SWITCH
               END-READ
           END-IF.

       GET-HOLD-STUDENT-ID.
           MOVE "N" TO ID-OK-SWITCH
           PERFORM ACCEPT-HOLD-STUDENT-ID UNTIL ID-IS-VALID.

       ACCEPT-HOLD-STUDENT-ID.
           DISPLAY " "
           DISPLAY "STUDENT ID: " WITH NO ADVANCING
           ACCEPT STUDENT-ID-INPUT
           IF STUDENT-ID-INPUT IS NOT NUMERIC
              OR STUDENT-ID-INPUT = "00000"
               DISPLAY "*** STUDENT ID MUST BE NUMERIC ***"
           ELSE
               MOVE STUDENT-ID-INPUT TO REGH-STUDENT-ID
               PERFORM CHECK-STUDENT-ON-MASTER
           END-IF.

       CHECK-STUDENT-ON-MASTER.
           IF MASTER-IS-OPEN
               MOVE STUDENT-ID-INPUT TO STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "*** STUDENT ID NOT ON FILE ***"
                   NOT INVALID KEY
                       DISPLAY "STUDENT: " FIRST-NAME " " LAST-NAME
                       MOVE "Y" TO ID-OK-SWITCH
               END-READ
           ELSE
               MOVE "Y" TO ID-OK-SWITCH
           END-IF.

       GET-HOLD-TYPE.
           MOVE "N" TO TYPE-OK-SWITCH
           PERFORM ACCEPT-HOLD-TYPE UNTIL TYPE-IS-VALID.

       ACCEPT-HOLD-TYPE.
           DISPLAY "HOLD TYPE (FIN/LIB/DIS): " WITH NO ADVANCING
           ACCEPT REGH-TYPE
           IF REGH-TYPE-IS-VALID
               MOVE "Y" TO TYPE-OK-SWITCH
           ELSE
               IF REGH-TYPE = "SUS"
                   DISPLAY "*** SUSPENSION HOLDS COME FROM "
                       "ACADEMIC-STANDING-RUN ***"
               ELSE
                   DISPLAY "*** HOLD TYPE MUST BE FIN/LIB/DIS ***"
               END-IF
           END-IF.

       BANNER.
           DISPLAY "                                          "
           DISPLAY " ***************************************  "
           DISPLAY "                                          "
           DISPLAY "   M3's REGISTRATION HOLD PROGRAM         "
           DISPLAY "                                          "
           DISPLAY "  Keep the holds on file so nobody        "
           DISPLAY "    registers before they are cleared!    "
           DISPLAY "                                          "
           DISPLAY " ***************************************  "
           DISPLAY "                                          ".
