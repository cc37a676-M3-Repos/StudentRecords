       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREREQUISITE-PROGRAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREREQUISITE-FILE ASSIGN TO "PREREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREREQ-COURSE-CODE
               FILE STATUS IS PREREQ-STATUS.

           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS CRSMAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREREQUISITE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PREREQ.

       FD  COURSE-CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CRSMAS.

       WORKING-STORAGE SECTION.
       01  PREREQ-STATUS PIC X(02).
           88 PREREQ-OK        VALUE "00".
           88 PREREQ-NOT-FOUND VALUE "35".

       01  CRSMAS-STATUS PIC X(02).
           88 CRSMAS-OK        VALUE "00".

       01  CATALOG-OPEN-SWITCH PIC X(01) VALUE "N".
           88 CATALOG-IS-OPEN   VALUE "Y".

       01  CODE-OK-SWITCH PIC X(01) VALUE "N".
           88 CODE-IS-VALID     VALUE "Y".

       01  COUNT-OK-SWITCH PIC X(01) VALUE "N".
           88 COUNT-IS-VALID    VALUE "Y".

       01  COUNT-INPUT PIC X(01).

       01  REQUIRED-OK-SWITCH PIC X(01) VALUE "N".
           88 REQUIRED-IS-VALID VALUE "Y".

       01  GRADE-OK-SWITCH PIC X(01) VALUE "N".
           88 GRADE-IS-VALID    VALUE "Y".

       01  DONE-SWITCH PIC X(01) VALUE "N".
           88 DONE-PROCESSING   VALUE "Y".

       01  FOUND-SWITCH PIC X(01) VALUE "N".
           88 RECORD-WAS-FOUND  VALUE "Y".

       01  PREREQ-INDEX PIC 9(02).

       01  HOLD-COURSE-CODE PIC X(10).

       01  USER-INPUT PIC X(4).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM BANNER.
           PERFORM OPEN-PREREQUISITE-FILE.
           PERFORM OPEN-COURSE-CATALOG-FILE.
           PERFORM MENU-PROCESS UNTIL DONE-PROCESSING.
           CLOSE PREREQUISITE-FILE.
           IF CATALOG-IS-OPEN
               CLOSE COURSE-CATALOG-FILE
           END-IF.
           GOBACK.

       OPEN-PREREQUISITE-FILE.
           OPEN I-O PREREQUISITE-FILE
           IF PREREQ-NOT-FOUND
               OPEN OUTPUT PREREQUISITE-FILE
               CLOSE PREREQUISITE-FILE
               OPEN I-O PREREQUISITE-FILE
           END-IF
           IF NOT PREREQ-OK
               DISPLAY "*** UNABLE TO OPEN PREREQUISITE-FILE ***"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       OPEN-COURSE-CATALOG-FILE.
           OPEN INPUT COURSE-CATALOG-FILE
           IF CRSMAS-OK
               MOVE "Y" TO CATALOG-OPEN-SWITCH
           ELSE
               DISPLAY "*** UNABLE TO OPEN COURSE-CATALOG-FILE ***"
               DISPLAY "*** COURSE CODES WILL NOT BE VERIFIED ***"
           END-IF.

       MENU-PROCESS.
           DISPLAY " "
           DISPLAY "--PREREQUISITE MENU--"
           DISPLAY "ADD  - ADD PREREQUISITES FOR A COURSE"
           DISPLAY "INQ  - INQUIRE ON A COURSE'S PREREQUISITES"
           DISPLAY "UPD  - UPDATE A COURSE'S PREREQUISITES"
           DISPLAY "DEL  - DELETE A COURSE'S PREREQUISITES"
           DISPLAY "EXIT - EXIT THE PROGRAM"
           DISPLAY "SELECTION: " WITH NO ADVANCING
           ACCEPT USER-INPUT
           EVALUATE USER-INPUT
               WHEN "ADD"
                   PERFORM ADD-PREREQUISITE
               WHEN "INQ"
                   PERFORM INQUIRE-PREREQUISITE
               WHEN "UPD"
                   PERFORM UPDATE-PREREQUISITE
               WHEN "DEL"
                   PERFORM DELETE-PREREQUISITE
               WHEN "EXIT"
                   MOVE "Y" TO DONE-SWITCH
               WHEN OTHER
                   DISPLAY "*** INVALID SELECTION ***"
           END-EVALUATE.

       ADD-PREREQUISITE.
           PERFORM GET-COURSE-CODE
           PERFORM ACCEPT-PREREQUISITE-DETAILS
           WRITE PREREQ-RECORD
               INVALID KEY
                   DISPLAY "*** COURSE ALREADY HAS PREREQUISITES ***"
           END-WRITE.

       ACCEPT-PREREQUISITE-DETAILS.
           MOVE PREREQ-COURSE-CODE TO HOLD-COURSE-CODE
           MOVE SPACES TO PREREQ-RECORD
           MOVE HOLD-COURSE-CODE TO PREREQ-COURSE-CODE
           DISPLAY " "
           DISPLAY "--REQUIRED COURSES--"
           MOVE "N" TO COUNT-OK-SWITCH
           PERFORM ACCEPT-PREREQUISITE-COUNT UNTIL COUNT-IS-VALID
           PERFORM ACCEPT-ONE-REQUIREMENT
               VARYING PREREQ-INDEX FROM 1 BY 1
               UNTIL PREREQ-INDEX > PREREQ-COUNT.

       ACCEPT-PREREQUISITE-COUNT.
           DISPLAY "NUMBER OF REQUIRED COURSES (1-5): "
               WITH NO ADVANCING
           ACCEPT COUNT-INPUT
           IF COUNT-INPUT IS NOT NUMERIC
              OR COUNT-INPUT = "0"
              OR COUNT-INPUT > "5"
               DISPLAY "*** NUMBER MUST BE 1 THROUGH 5 ***"
           ELSE
               MOVE COUNT-INPUT TO PREREQ-COUNT
               MOVE "Y" TO COUNT-OK-SWITCH
           END-IF.

       ACCEPT-ONE-REQUIREMENT.
           DISPLAY " "
           DISPLAY "--REQUIRED COURSE " PREREQ-INDEX "--"
           MOVE "N" TO REQUIRED-OK-SWITCH
           PERFORM ACCEPT-REQUIRED-COURSE UNTIL REQUIRED-IS-VALID
           MOVE "N" TO GRADE-OK-SWITCH
           PERFORM ACCEPT-MINIMUM-GRADE UNTIL GRADE-IS-VALID.

       ACCEPT-REQUIRED-COURSE.
           DISPLAY "REQUIRED COURSE: " WITH NO ADVANCING
           ACCEPT PREREQ-REQUIRED-COURSE(PREREQ-INDEX)
           IF PREREQ-REQUIRED-COURSE(PREREQ-INDEX) = SPACES
               DISPLAY "*** REQUIRED COURSE MUST NOT BE BLANK ***"
           ELSE
               IF PREREQ-REQUIRED-COURSE(PREREQ-INDEX)
                  = PREREQ-COURSE-CODE
                   DISPLAY "*** A COURSE CANNOT REQUIRE ITSELF ***"
               ELSE
                   PERFORM CHECK-REQUIRED-ON-CATALOG
               END-IF
           END-IF.

       CHECK-REQUIRED-ON-CATALOG.
           IF CATALOG-IS-OPEN
               MOVE PREREQ-REQUIRED-COURSE(PREREQ-INDEX)
                   TO COURSE-CODE
               READ COURSE-CATALOG-FILE
                   INVALID KEY
                       DISPLAY "*** COURSE NOT ON COURSE CATALOG ***"
                   NOT INVALID KEY
                       MOVE "Y" TO REQUIRED-OK-SWITCH
               END-READ
           ELSE
               MOVE "Y" TO REQUIRED-OK-SWITCH
           END-IF.

       ACCEPT-MINIMUM-GRADE.
           DISPLAY "MINIMUM GRADE (A/B/C/D): " WITH NO ADVANCING
           ACCEPT PREREQ-MIN-GRADE(PREREQ-INDEX)
           IF PREREQ-MIN-GRADE(PREREQ-INDEX) = "A" OR "B" OR "C" OR "D"
               MOVE "Y" TO GRADE-OK-SWITCH
           ELSE
               DISPLAY "*** GRADE MUST BE A/B/C/D ***"
           END-IF.

       INQUIRE-PREREQUISITE.
           PERFORM GET-EXISTING-COURSE-CODE
           IF RECORD-WAS-FOUND
               PERFORM DISPLAY-PREREQUISITE
           END-IF.

       UPDATE-PREREQUISITE.
           PERFORM GET-EXISTING-COURSE-CODE
           IF RECORD-WAS-FOUND
               PERFORM DISPLAY-PREREQUISITE
               DISPLAY " "
               DISPLAY "--ENTER NEW VALUES--"
               PERFORM ACCEPT-PREREQUISITE-DETAILS
               REWRITE PREREQ-RECORD
                   INVALID KEY
                       DISPLAY "*** UPDATE FAILED ***"
               END-REWRITE
           END-IF.

       DELETE-PREREQUISITE.
           PERFORM GET-EXISTING-COURSE-CODE
           IF RECORD-WAS-FOUND
               PERFORM DISPLAY-PREREQUISITE
               DELETE PREREQUISITE-FILE
                   INVALID KEY
                       DISPLAY "*** DELETE FAILED ***"
                   NOT INVALID KEY
                       DISPLAY "*** PREREQUISITES DELETED ***"
               END-DELETE
           END-IF.

       GET-EXISTING-COURSE-CODE.
           DISPLAY " "
           DISPLAY "COURSE CODE: " WITH NO ADVANCING
           ACCEPT PREREQ-COURSE-CODE
           READ PREREQUISITE-FILE
               INVALID KEY
                   MOVE "N" TO FOUND-SWITCH
                   DISPLAY "*** NO PREREQUISITES ON FILE ***"
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-SWITCH
           END-READ.

       DISPLAY-PREREQUISITE.
           DISPLAY " "
           DISPLAY "COURSE CODE : " PREREQ-COURSE-CODE
           PERFORM DISPLAY-ONE-REQUIREMENT
               VARYING PREREQ-INDEX FROM 1 BY 1
               UNTIL PREREQ-INDEX > PREREQ-COUNT.

       DISPLAY-ONE-REQUIREMENT.
           DISPLAY "  REQUIRES: " PREREQ-REQUIRED-COURSE(PREREQ-INDEX)
               " MINIMUM GRADE: " PREREQ-MIN-GRADE(PREREQ-INDEX).

       GET-COURSE-CODE.
           MOVE "N" TO CODE-OK-SWITCH
           PERFORM ACCEPT-COURSE-CODE UNTIL CODE-IS-VALID.

       ACCEPT-COURSE-CODE.
           DISPLAY "--COURSE CODE--"
           DISPLAY "COURSE CODE: " WITH NO ADVANCING
           ACCEPT PREREQ-COURSE-CODE
           IF PREREQ-COURSE-CODE = SPACES
               DISPLAY "*** COURSE CODE MUST NOT BE BLANK ***"
           ELSE
               READ PREREQUISITE-FILE
                   INVALID KEY
                       PERFORM CHECK-COURSE-ON-CATALOG
                   NOT INVALID KEY
                       DISPLAY "*** COURSE ALREADY HAS "
                           "PREREQUISITES ***"
               END-READ
           END-IF.

       CHECK-COURSE-ON-CATALOG.
           IF CATALOG-IS-OPEN
               MOVE PREREQ-COURSE-CODE TO COURSE-CODE
               READ COURSE-CATALOG-FILE
                   INVALID KEY
                       DISPLAY "*** COURSE NOT ON COURSE CATALOG ***"
                   NOT INVALID KEY
                       MOVE "Y" TO CODE-OK-SWITCH
               END-READ
           ELSE
               MOVE "Y" TO CODE-OK-SWITCH
           END-IF.

       BANNER.
           DISPLAY "                                          "
           DISPLAY " ***************************************  "
           DISPLAY "                                          "
           DISPLAY "   M3's COURSE PREREQUISITE PROGRAM       "
           DISPLAY "                                          "
           DISPLAY "  Keep the prerequisites on file so       "
           DISPLAY "    every student is ready for class!     "
           DISPLAY "                                          "
           DISPLAY " ***************************************  "
           DISPLAY "                                          ".
