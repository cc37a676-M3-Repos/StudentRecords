       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREE-PROGRAM-PROGRAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEGREE-PROGRAM-FILE ASSIGN TO "DEGPROG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEG-PROGRAM-CODE
               FILE STATUS IS DEGPROG-STATUS.

           SELECT STUDENT-DECLARATION-FILE ASSIGN TO "STUDECL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DECL-STUDENT-ID
               FILE STATUS IS STUDECL-STATUS.

           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS CRSMAS-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDMAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEGREE-PROGRAM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEGPROG.

       FD  STUDENT-DECLARATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STUDECL.

       FD  COURSE-CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CRSMAS.

       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 29 TO 189 CHARACTERS
               DEPENDING ON ENROLLMENT-COUNT.
           COPY STUDMAS.

       WORKING-STORAGE SECTION.
       01  DEGPROG-STATUS PIC X(02).
           88 DEGPROG-OK       VALUE "00".
           88 DEGPROG-NOT-FOUND VALUE "35".

       01  STUDECL-STATUS PIC X(02).
           88 STUDECL-OK       VALUE "00".
           88 STUDECL-NOT-FOUND VALUE "35".

       01  CRSMAS-STATUS PIC X(02).
           88 CRSMAS-OK        VALUE "00".

       01  STUDMAS-STATUS PIC X(02).
           88 STUDMAS-OK       VALUE "00".

       01  CATALOG-OPEN-SWITCH PIC X(01) VALUE "N".
           88 CATALOG-IS-OPEN   VALUE "Y".

       01  MASTER-OPEN-SWITCH PIC X(01) VALUE "N".
           88 MASTER-IS-OPEN    VALUE "Y".

       01  CODE-OK-SWITCH PIC X(01) VALUE "N".
           88 CODE-IS-VALID     VALUE "Y".

       01  TITLE-OK-SWITCH PIC X(01) VALUE "N".
           88 TITLE-IS-VALID    VALUE "Y".

       01  CREDITS-OK-SWITCH PIC X(01) VALUE "N".
           88 CREDITS-ARE-VALID VALUE "Y".

       01  GPA-OK-SWITCH PIC X(01) VALUE "N".
           88 GPA-IS-VALID      VALUE "Y".

       01  COUNT-OK-SWITCH PIC X(01) VALUE "N".
           88 COUNT-IS-VALID    VALUE "Y".

       01  REQUIRED-OK-SWITCH PIC X(01) VALUE "N".
           88 REQUIRED-IS-VALID VALUE "Y".

       01  DEPT-OK-SWITCH PIC X(01) VALUE "N".
           88 DEPT-IS-VALID     VALUE "Y".

       01  ID-OK-SWITCH PIC X(01) VALUE "N".
           88 ID-IS-VALID       VALUE "Y".

       01  DONE-SWITCH PIC X(01) VALUE "N".
           88 DONE-PROCESSING   VALUE "Y".

       01  FOUND-SWITCH PIC X(01) VALUE "N".
           88 RECORD-WAS-FOUND  VALUE "Y".

       01  REQUIRED-INDEX PIC 9(02).
       01  DEPT-INDEX     PIC 9(01).

       01  HOLD-PROGRAM-CODE PIC X(06).

       01  COUNT-INPUT      PIC X(02).
       01  CREDITS-INPUT    PIC X(03).
       01  GPA-INPUT        PIC X(03).
       01  GPA-INPUT-VALUE REDEFINES GPA-INPUT PIC 9V99.
       01  STUDENT-ID-INPUT PIC X(05).
       01  NEW-PROGRAM-CODE PIC X(06).
       01  TODAY-DATE       PIC 9(08).

       01  GPA-DISPLAY PIC 9.99.

       01  USER-INPUT PIC X(4).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM BANNER.
           PERFORM OPEN-DEGREE-PROGRAM-FILE.
           PERFORM OPEN-STUDENT-DECLARATION-FILE.
           PERFORM OPEN-COURSE-CATALOG-FILE.
           PERFORM OPEN-STUDENT-MASTER-FILE.
           PERFORM MENU-PROCESS UNTIL DONE-PROCESSING.
           CLOSE DEGREE-PROGRAM-FILE.
           CLOSE STUDENT-DECLARATION-FILE.
           IF CATALOG-IS-OPEN
               CLOSE COURSE-CATALOG-FILE
           END-IF.
           IF MASTER-IS-OPEN
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           GOBACK.

       OPEN-DEGREE-PROGRAM-FILE.
           OPEN I-O DEGREE-PROGRAM-FILE
           IF DEGPROG-NOT-FOUND
               OPEN OUTPUT DEGREE-PROGRAM-FILE
               CLOSE DEGREE-PROGRAM-FILE
               OPEN I-O DEGREE-PROGRAM-FILE
           END-IF
           IF NOT DEGPROG-OK
               DISPLAY "*** UNABLE TO OPEN DEGREE-PROGRAM-FILE ***"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       OPEN-STUDENT-DECLARATION-FILE.
           OPEN I-O STUDENT-DECLARATION-FILE
           IF STUDECL-NOT-FOUND
               OPEN OUTPUT STUDENT-DECLARATION-FILE
               CLOSE STUDENT-DECLARATION-FILE
               OPEN I-O STUDENT-DECLARATION-FILE
           END-IF
           IF NOT STUDECL-OK
               DISPLAY "*** UNABLE TO OPEN STUDENT-DECLARATION-FILE ***"
               CLOSE DEGREE-PROGRAM-FILE
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
           DISPLAY "--DEGREE PROGRAM MENU--"
           DISPLAY "ADD  - ADD A DEGREE PROGRAM"
           DISPLAY "INQ  - INQUIRE ON A DEGREE PROGRAM"
           DISPLAY "UPD  - UPDATE A DEGREE PROGRAM"
           DISPLAY "DEL  - DELETE A DEGREE PROGRAM"
           DISPLAY "DCL  - DECLARE A STUDENT'S PROGRAM"
           DISPLAY "EXIT - EXIT THE PROGRAM"
           DISPLAY "SELECTION: " WITH NO ADVANCING
           ACCEPT USER-INPUT
           EVALUATE USER-INPUT
               WHEN "ADD"
                   PERFORM ADD-DEGREE-PROGRAM
               WHEN "INQ"
                   PERFORM INQUIRE-DEGREE-PROGRAM
               WHEN "UPD"
                   PERFORM UPDATE-DEGREE-PROGRAM
               WHEN "DEL"
                   PERFORM DELETE-DEGREE-PROGRAM
               WHEN "DCL"
                   PERFORM DECLARE-STUDENT-PROGRAM
               WHEN "EXIT"
                   MOVE "Y" TO DONE-SWITCH
               WHEN OTHER
                   DISPLAY "*** INVALID SELECTION ***"
           END-EVALUATE.

       ADD-DEGREE-PROGRAM.
           PERFORM GET-PROGRAM-CODE
           PERFORM ACCEPT-PROGRAM-DETAILS
           WRITE DEGREE-PROGRAM-RECORD
               INVALID KEY
                   DISPLAY "*** PROGRAM ALREADY ON FILE ***"
           END-WRITE.

       ACCEPT-PROGRAM-DETAILS.
           MOVE DEG-PROGRAM-CODE TO HOLD-PROGRAM-CODE
           MOVE SPACES TO DEGREE-PROGRAM-RECORD
           MOVE HOLD-PROGRAM-CODE TO DEG-PROGRAM-CODE
           DISPLAY " "
           DISPLAY "--PROGRAM DETAILS--"
           MOVE "N" TO TITLE-OK-SWITCH
           PERFORM ACCEPT-PROGRAM-TITLE UNTIL TITLE-IS-VALID
           MOVE "N" TO CREDITS-OK-SWITCH
           PERFORM ACCEPT-TOTAL-CREDITS UNTIL CREDITS-ARE-VALID
           MOVE "N" TO GPA-OK-SWITCH
           PERFORM ACCEPT-MINIMUM-GPA UNTIL GPA-IS-VALID
           DISPLAY " "
           DISPLAY "--REQUIRED COURSES--"
           MOVE "N" TO COUNT-OK-SWITCH
           PERFORM ACCEPT-REQUIRED-COUNT UNTIL COUNT-IS-VALID
           PERFORM ACCEPT-ONE-REQUIRED-COURSE
               VARYING REQUIRED-INDEX FROM 1 BY 1
               UNTIL REQUIRED-INDEX > DEG-REQUIRED-COUNT
           DISPLAY " "
           DISPLAY "--DEPARTMENT MINIMUMS--"
           MOVE "N" TO COUNT-OK-SWITCH
           PERFORM ACCEPT-DEPT-COUNT UNTIL COUNT-IS-VALID
           PERFORM ACCEPT-ONE-DEPT-MINIMUM
               VARYING DEPT-INDEX FROM 1 BY 1
               UNTIL DEPT-INDEX > DEG-DEPT-COUNT.

       ACCEPT-PROGRAM-TITLE.
           DISPLAY "PROGRAM TITLE: " WITH NO ADVANCING
           ACCEPT DEG-PROGRAM-TITLE
           IF DEG-PROGRAM-TITLE = SPACES
               DISPLAY "*** PROGRAM TITLE MUST NOT BE BLANK ***"
           ELSE
               MOVE "Y" TO TITLE-OK-SWITCH
           END-IF.

       ACCEPT-TOTAL-CREDITS.
           DISPLAY "TOTAL CREDIT HOURS (001-999): " WITH NO ADVANCING
           ACCEPT CREDITS-INPUT
           IF CREDITS-INPUT IS NOT NUMERIC
              OR CREDITS-INPUT = "000"
               DISPLAY "*** CREDIT HOURS MUST BE 001 THROUGH 999 ***"
           ELSE
               MOVE CREDITS-INPUT TO DEG-TOTAL-CREDITS
               MOVE "Y" TO CREDITS-OK-SWITCH
           END-IF.

       ACCEPT-MINIMUM-GPA.
           DISPLAY "MINIMUM GPA (3 DIGITS, 200 = 2.00): "
               WITH NO ADVANCING
           ACCEPT GPA-INPUT
           IF GPA-INPUT IS NOT NUMERIC
              OR GPA-INPUT > "400"
               DISPLAY "*** GPA MUST BE 000 THROUGH 400 ***"
           ELSE
               MOVE GPA-INPUT-VALUE TO DEG-MIN-GPA
               MOVE "Y" TO GPA-OK-SWITCH
           END-IF.

       ACCEPT-REQUIRED-COUNT.
           DISPLAY "NUMBER OF REQUIRED COURSES (00-20): "
               WITH NO ADVANCING
           ACCEPT COUNT-INPUT
           IF COUNT-INPUT IS NOT NUMERIC
              OR COUNT-INPUT > "20"
               DISPLAY "*** NUMBER MUST BE 00 THROUGH 20 ***"
           ELSE
               MOVE COUNT-INPUT TO DEG-REQUIRED-COUNT
               MOVE "Y" TO COUNT-OK-SWITCH
           END-IF.

       ACCEPT-ONE-REQUIRED-COURSE.
           MOVE "N" TO REQUIRED-OK-SWITCH
           PERFORM ACCEPT-REQUIRED-COURSE UNTIL REQUIRED-IS-VALID.

       ACCEPT-REQUIRED-COURSE.
           DISPLAY "REQUIRED COURSE " REQUIRED-INDEX ": "
               WITH NO ADVANCING
           ACCEPT DEG-REQUIRED-COURSE(REQUIRED-INDEX)
           IF DEG-REQUIRED-COURSE(REQUIRED-INDEX) = SPACES
               DISPLAY "*** REQUIRED COURSE MUST NOT BE BLANK ***"
           ELSE
               IF CATALOG-IS-OPEN
                   MOVE DEG-REQUIRED-COURSE(REQUIRED-INDEX)
                       TO COURSE-CODE
                   READ COURSE-CATALOG-FILE
                       INVALID KEY
                           DISPLAY "*** COURSE NOT ON COURSE "
                               "CATALOG ***"
                       NOT INVALID KEY
                           MOVE "Y" TO REQUIRED-OK-SWITCH
                   END-READ
               ELSE
                   MOVE "Y" TO REQUIRED-OK-SWITCH
               END-IF
           END-IF.

       ACCEPT-DEPT-COUNT.
           DISPLAY "NUMBER OF DEPARTMENT MINIMUMS (0-5): "
               WITH NO ADVANCING
           ACCEPT COUNT-INPUT
           IF COUNT-INPUT(1:1) IS NOT NUMERIC
              OR COUNT-INPUT(2:1) NOT = SPACE
              OR COUNT-INPUT(1:1) > "5"
               DISPLAY "*** NUMBER MUST BE 0 THROUGH 5 ***"
           ELSE
               MOVE COUNT-INPUT(1:1) TO DEG-DEPT-COUNT
               MOVE "Y" TO COUNT-OK-SWITCH
           END-IF.

       ACCEPT-ONE-DEPT-MINIMUM.
           MOVE "N" TO DEPT-OK-SWITCH
           PERFORM ACCEPT-MINIMUM-DEPT UNTIL DEPT-IS-VALID
           MOVE "N" TO CREDITS-OK-SWITCH
           PERFORM ACCEPT-DEPT-CREDITS UNTIL CREDITS-ARE-VALID.

       ACCEPT-MINIMUM-DEPT.
           DISPLAY "DEPARTMENT " DEPT-INDEX ": " WITH NO ADVANCING
           ACCEPT DEG-DEPT(DEPT-INDEX)
           IF DEG-DEPT(DEPT-INDEX) = SPACES
               DISPLAY "*** DEPARTMENT MUST NOT BE BLANK ***"
           ELSE
               MOVE "Y" TO DEPT-OK-SWITCH
           END-IF.

       ACCEPT-DEPT-CREDITS.
           DISPLAY "CREDIT HOURS IN " DEG-DEPT(DEPT-INDEX)
               " (001-999): " WITH NO ADVANCING
           ACCEPT CREDITS-INPUT
           IF CREDITS-INPUT IS NOT NUMERIC
              OR CREDITS-INPUT = "000"
               DISPLAY "*** CREDIT HOURS MUST BE 001 THROUGH 999 ***"
           ELSE
               MOVE CREDITS-INPUT TO DEG-DEPT-CREDITS(DEPT-INDEX)
               MOVE "Y" TO CREDITS-OK-SWITCH
           END-IF.

       INQUIRE-DEGREE-PROGRAM.
           PERFORM GET-EXISTING-PROGRAM-CODE
           IF RECORD-WAS-FOUND
               PERFORM DISPLAY-DEGREE-PROGRAM
           END-IF.

       UPDATE-DEGREE-PROGRAM.
           PERFORM GET-EXISTING-PROGRAM-CODE
           IF RECORD-WAS-FOUND
               PERFORM DISPLAY-DEGREE-PROGRAM
               DISPLAY " "
               DISPLAY "--ENTER NEW VALUES--"
               PERFORM ACCEPT-PROGRAM-DETAILS
               REWRITE DEGREE-PROGRAM-RECORD
                   INVALID KEY
                       DISPLAY "*** UPDATE FAILED ***"
               END-REWRITE
           END-IF.

       DELETE-DEGREE-PROGRAM.
           PERFORM GET-EXISTING-PROGRAM-CODE
           IF RECORD-WAS-FOUND
               PERFORM DISPLAY-DEGREE-PROGRAM
               DELETE DEGREE-PROGRAM-FILE
                   INVALID KEY
                       DISPLAY "*** DELETE FAILED ***"
                   NOT INVALID KEY
                       DISPLAY "*** DEGREE PROGRAM DELETED ***"
               END-DELETE
           END-IF.

       GET-EXISTING-PROGRAM-CODE.
           DISPLAY " "
           DISPLAY "PROGRAM CODE: " WITH NO ADVANCING
           ACCEPT DEG-PROGRAM-CODE
           READ DEGREE-PROGRAM-FILE
               INVALID KEY
                   MOVE "N" TO FOUND-SWITCH
                   DISPLAY "*** DEGREE PROGRAM NOT ON FILE ***"
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-SWITCH
           END-READ.

       DISPLAY-DEGREE-PROGRAM.
           MOVE DEG-MIN-GPA TO GPA-DISPLAY
           DISPLAY " "
           DISPLAY "PROGRAM CODE : " DEG-PROGRAM-CODE
           DISPLAY "TITLE        : " DEG-PROGRAM-TITLE
           DISPLAY "TOTAL CREDITS: " DEG-TOTAL-CREDITS
           DISPLAY "MINIMUM GPA  : " GPA-DISPLAY
           PERFORM DISPLAY-ONE-REQUIRED-COURSE
               VARYING REQUIRED-INDEX FROM 1 BY 1
               UNTIL REQUIRED-INDEX > DEG-REQUIRED-COUNT
           PERFORM DISPLAY-ONE-DEPT-MINIMUM
               VARYING DEPT-INDEX FROM 1 BY 1
               UNTIL DEPT-INDEX > DEG-DEPT-COUNT.

       DISPLAY-ONE-REQUIRED-COURSE.
           DISPLAY "  REQUIRES: " DEG-REQUIRED-COURSE(REQUIRED-INDEX).

       DISPLAY-ONE-DEPT-MINIMUM.
           DISPLAY "  DEPT: " DEG-DEPT(DEPT-INDEX)
               " MINIMUM CREDITS: " DEG-DEPT-CREDITS(DEPT-INDEX).

       GET-PROGRAM-CODE.
           MOVE "N" TO CODE-OK-SWITCH
           PERFORM ACCEPT-PROGRAM-CODE UNTIL CODE-IS-VALID.

       ACCEPT-PROGRAM-CODE.
           DISPLAY "--PROGRAM CODE--"
           DISPLAY "PROGRAM CODE: " WITH NO ADVANCING
           ACCEPT DEG-PROGRAM-CODE
           IF DEG-PROGRAM-CODE = SPACES
               DISPLAY "*** PROGRAM CODE MUST NOT BE BLANK ***"
           ELSE
               READ DEGREE-PROGRAM-FILE
                   INVALID KEY
                       MOVE "Y" TO CODE-OK-SWITCH
                   NOT INVALID KEY
                       DISPLAY "*** PROGRAM ALREADY ON FILE ***"
               END-READ
           END-IF.

       DECLARE-STUDENT-PROGRAM.
           PERFORM GET-DECLARING-STUDENT-ID
           READ STUDENT-DECLARATION-FILE
               INVALID KEY
                   MOVE "N" TO FOUND-SWITCH
                   DISPLAY "CURRENT PROGRAM: NONE DECLARED"
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-SWITCH
                   DISPLAY "CURRENT PROGRAM: " DECL-PROGRAM-CODE
                       " DECLARED " DECL-DATE
           END-READ
           DISPLAY "NEW PROGRAM CODE (BLANK TO LEAVE AS IS): "
               WITH NO ADVANCING
           ACCEPT NEW-PROGRAM-CODE
           IF NEW-PROGRAM-CODE = SPACES
               DISPLAY "*** DECLARATION NOT CHANGED ***"
           ELSE
               MOVE NEW-PROGRAM-CODE TO DEG-PROGRAM-CODE
               READ DEGREE-PROGRAM-FILE
                   INVALID KEY
                       DISPLAY "*** DEGREE PROGRAM NOT ON FILE ***"
                   NOT INVALID KEY
                       PERFORM WRITE-DECLARATION
               END-READ
           END-IF.

       WRITE-DECLARATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE NEW-PROGRAM-CODE TO DECL-PROGRAM-CODE
           MOVE TODAY-DATE TO DECL-DATE
           IF RECORD-WAS-FOUND
               REWRITE STUDENT-DECLARATION-RECORD
                   INVALID KEY
                       DISPLAY "*** DECLARATION FAILED ***"
                   NOT INVALID KEY
                       DISPLAY "*** PROGRAM DECLARED: "
                           DEG-PROGRAM-TITLE " ***"
               END-REWRITE
           ELSE
               WRITE STUDENT-DECLARATION-RECORD
                   INVALID KEY
                       DISPLAY "*** DECLARATION FAILED ***"
                   NOT INVALID KEY
                       DISPLAY "*** PROGRAM DECLARED: "
                           DEG-PROGRAM-TITLE " ***"
               END-WRITE
           END-IF.

       GET-DECLARING-STUDENT-ID.
           MOVE "N" TO ID-OK-SWITCH
           PERFORM ACCEPT-DECLARING-STUDENT-ID UNTIL ID-IS-VALID.

       ACCEPT-DECLARING-STUDENT-ID.
           DISPLAY " "
           DISPLAY "STUDENT ID: " WITH NO ADVANCING
           ACCEPT STUDENT-ID-INPUT
           IF STUDENT-ID-INPUT IS NOT NUMERIC
              OR STUDENT-ID-INPUT = "00000"
               DISPLAY "*** STUDENT ID MUST BE NUMERIC ***"
           ELSE
               MOVE STUDENT-ID-INPUT TO DECL-STUDENT-ID
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

       BANNER.
           DISPLAY "                                          "
           DISPLAY " ***************************************  "
           DISPLAY "                                          "
           DISPLAY "   M3's DEGREE PROGRAM MAINTENANCE        "
           DISPLAY "                                          "
           DISPLAY "  Keep the degree programs on file so     "
           DISPLAY "    every graduate has earned it!         "
           DISPLAY "                                          "
           DISPLAY " ***************************************  "
           DISPLAY "                                          ".
