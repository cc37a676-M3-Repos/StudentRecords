       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-SCHEDULE-PROGRAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-TERM
               FILE STATUS IS FEESCHD-STATUS.

           SELECT TERM-MASTER-FILE ASSIGN TO "TRMMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TERM-CODE
               FILE STATUS IS TRMMAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FEESCHD.

       FD  TERM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRMMAS.

       WORKING-STORAGE SECTION.
       01  FEESCHD-STATUS PIC X(02).
           88 FEESCHD-OK        VALUE "00".
           88 FEESCHD-NOT-FOUND VALUE "35".

       01  TRMMAS-STATUS PIC X(02).
           88 TRMMAS-OK        VALUE "00".

       01  TERM-FILE-OPEN-SWITCH PIC X(01) VALUE "N".
           88 TERM-FILE-IS-OPEN VALUE "Y".

       01  CODE-OK-SWITCH PIC X(01) VALUE "N".
           88 CODE-IS-VALID     VALUE "Y".

       01  RATE-OK-SWITCH PIC X(01) VALUE "N".
           88 RATE-IS-VALID     VALUE "Y".

       01  CAP-OK-SWITCH PIC X(01) VALUE "N".
           88 CAP-IS-VALID      VALUE "Y".

       01  COUNT-OK-SWITCH PIC X(01) VALUE "N".
           88 COUNT-IS-VALID    VALUE "Y".

       01  FEE-CODE-OK-SWITCH PIC X(01) VALUE "N".
           88 FEE-CODE-IS-VALID VALUE "Y".

       01  AMOUNT-OK-SWITCH PIC X(01) VALUE "N".
           88 AMOUNT-IS-VALID   VALUE "Y".

       01  DAYS-OK-SWITCH PIC X(01) VALUE "N".
           88 DAYS-ARE-VALID    VALUE "Y".

       01  PERCENT-OK-SWITCH PIC X(01) VALUE "N".
           88 PERCENT-IS-VALID  VALUE "Y".

       01  DONE-SWITCH PIC X(01) VALUE "N".
           88 DONE-PROCESSING   VALUE "Y".

       01  FOUND-SWITCH PIC X(01) VALUE "N".
           88 RECORD-WAS-FOUND  VALUE "Y".

       01  LIST-EOF-SWITCH PIC X(01) VALUE "N".
           88 LIST-EOF          VALUE "Y".

       01  FLAT-INDEX   PIC 9(01).
       01  REFUND-INDEX PIC 9(01).
       01  PRIOR-INDEX  PIC 9(01).

       01  HOLD-FEE-TERM PIC X(05).
       01  SCHEDULE-COUNT PIC 9(04).

       01  RATE-INPUT       PIC X(06).
       01  RATE-INPUT-VALUE REDEFINES RATE-INPUT PIC 9(04)V99.
       01  AMOUNT-INPUT     PIC X(07).
       01  AMOUNT-INPUT-VALUE REDEFINES AMOUNT-INPUT PIC 9(05)V99.
       01  CAP-INPUT        PIC X(02).
       01  COUNT-INPUT      PIC X(02).
       01  DAYS-INPUT       PIC X(03).
       01  PERCENT-INPUT    PIC X(03).

       01  RATE-DISPLAY   PIC Z,ZZ9.99.
       01  AMOUNT-DISPLAY PIC ZZ,ZZ9.99.

       01  USER-INPUT PIC X(4).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM BANNER.
           PERFORM OPEN-FEE-SCHEDULE-FILE.
           PERFORM OPEN-TERM-MASTER-FILE.
           PERFORM MENU-PROCESS UNTIL DONE-PROCESSING.
           CLOSE FEE-SCHEDULE-FILE.
           IF TERM-FILE-IS-OPEN
               CLOSE TERM-MASTER-FILE
           END-IF.
           GOBACK.

       OPEN-FEE-SCHEDULE-FILE.
           OPEN I-O FEE-SCHEDULE-FILE
           IF FEESCHD-NOT-FOUND
               OPEN OUTPUT FEE-SCHEDULE-FILE
               CLOSE FEE-SCHEDULE-FILE
               OPEN I-O FEE-SCHEDULE-FILE
           END-IF
           IF NOT FEESCHD-OK
               DISPLAY "*** UNABLE TO OPEN FEE-SCHEDULE-FILE ***"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       OPEN-TERM-MASTER-FILE.
           OPEN INPUT TERM-MASTER-FILE
           IF TRMMAS-OK
               MOVE "Y" TO TERM-FILE-OPEN-SWITCH
           ELSE
               DISPLAY "*** UNABLE TO OPEN TERM-MASTER-FILE ***"
               DISPLAY "*** TERM CODES WILL NOT BE VERIFIED ***"
           END-IF.

       MENU-PROCESS.
           DISPLAY " "
           DISPLAY "--FEE SCHEDULE MENU--"
           DISPLAY "ADD  - ADD A TERM FEE SCHEDULE"
           DISPLAY "INQ  - INQUIRE ON A TERM FEE SCHEDULE"
           DISPLAY "UPD  - UPDATE A TERM FEE SCHEDULE"
           DISPLAY "DEL  - DELETE A TERM FEE SCHEDULE"
           DISPLAY "LST  - LIST ALL FEE SCHEDULES"
           DISPLAY "EXIT - EXIT THE PROGRAM"
           DISPLAY "SELECTION: " WITH NO ADVANCING
           ACCEPT USER-INPUT
           EVALUATE USER-INPUT
               WHEN "ADD"
                   PERFORM ADD-FEE-SCHEDULE
               WHEN "INQ"
                   PERFORM INQUIRE-FEE-SCHEDULE
               WHEN "UPD"
                   PERFORM UPDATE-FEE-SCHEDULE
               WHEN "DEL"
                   PERFORM DELETE-FEE-SCHEDULE
               WHEN "LST"
                   PERFORM LIST-ALL-SCHEDULES
               WHEN "EXIT"
                   MOVE "Y" TO DONE-SWITCH
               WHEN OTHER
                   DISPLAY "*** INVALID SELECTION ***"
           END-EVALUATE.

       ADD-FEE-SCHEDULE.
           PERFORM GET-FEE-TERM
           PERFORM ACCEPT-SCHEDULE-DETAILS
           WRITE FEE-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY "*** FEE SCHEDULE ALREADY ON FILE ***"
           END-WRITE.

       ACCEPT-SCHEDULE-DETAILS.
           MOVE FEE-TERM TO HOLD-FEE-TERM
           MOVE SPACES TO FEE-SCHEDULE-RECORD
           MOVE HOLD-FEE-TERM TO FEE-TERM
           DISPLAY " "
           DISPLAY "--TUITION--"
           MOVE "N" TO RATE-OK-SWITCH
           PERFORM ACCEPT-CREDIT-RATE UNTIL RATE-IS-VALID
           MOVE "N" TO CAP-OK-SWITCH
           PERFORM ACCEPT-FULL-TIME-CAP UNTIL CAP-IS-VALID
           DISPLAY " "
           DISPLAY "--FLAT FEES--"
           MOVE "N" TO COUNT-OK-SWITCH
           PERFORM ACCEPT-FLAT-COUNT UNTIL COUNT-IS-VALID
           PERFORM ACCEPT-ONE-FLAT-FEE
               VARYING FLAT-INDEX FROM 1 BY 1
               UNTIL FLAT-INDEX > FEE-FLAT-COUNT
           DISPLAY " "
           DISPLAY "--REFUND BANDS--"
           MOVE "N" TO COUNT-OK-SWITCH
           PERFORM ACCEPT-REFUND-COUNT UNTIL COUNT-IS-VALID
           PERFORM ACCEPT-ONE-REFUND-BAND
               VARYING REFUND-INDEX FROM 1 BY 1
               UNTIL REFUND-INDEX > FEE-REFUND-COUNT.

       ACCEPT-CREDIT-RATE.
           DISPLAY "RATE PER CREDIT HOUR (6 DIGITS, 025000 = 250.00): "
               WITH NO ADVANCING
           ACCEPT RATE-INPUT
           IF RATE-INPUT IS NOT NUMERIC
               DISPLAY "*** RATE MUST BE 6 DIGITS ***"
           ELSE
               MOVE RATE-INPUT-VALUE TO FEE-CREDIT-RATE
               MOVE "Y" TO RATE-OK-SWITCH
           END-IF.

       ACCEPT-FULL-TIME-CAP.
           DISPLAY "FULL-TIME CAP IN CREDIT HOURS (00 = NO CAP): "
               WITH NO ADVANCING
           ACCEPT CAP-INPUT
           IF CAP-INPUT IS NOT NUMERIC
               DISPLAY "*** CAP MUST BE 00 THROUGH 99 ***"
           ELSE
               MOVE CAP-INPUT TO FEE-FULL-TIME-CREDITS
               MOVE "Y" TO CAP-OK-SWITCH
           END-IF.

       ACCEPT-FLAT-COUNT.
           DISPLAY "NUMBER OF FLAT FEES (0-5): " WITH NO ADVANCING
           ACCEPT COUNT-INPUT
           IF COUNT-INPUT(1:1) IS NOT NUMERIC
              OR COUNT-INPUT(2:1) NOT = SPACE
              OR COUNT-INPUT(1:1) > "5"
               DISPLAY "*** NUMBER MUST BE 0 THROUGH 5 ***"
           ELSE
               MOVE COUNT-INPUT(1:1) TO FEE-FLAT-COUNT
               MOVE "Y" TO COUNT-OK-SWITCH
           END-IF.

       ACCEPT-ONE-FLAT-FEE.
           MOVE "N" TO FEE-CODE-OK-SWITCH
           PERFORM ACCEPT-FLAT-CODE UNTIL FEE-CODE-IS-VALID
           MOVE "N" TO AMOUNT-OK-SWITCH
           PERFORM ACCEPT-FLAT-AMOUNT UNTIL AMOUNT-IS-VALID.

       ACCEPT-FLAT-CODE.
           DISPLAY "FEE CODE " FLAT-INDEX ": " WITH NO ADVANCING
           ACCEPT FEE-FLAT-CODE(FLAT-INDEX)
           IF FEE-FLAT-CODE(FLAT-INDEX) = SPACES
              OR FEE-FLAT-CODE(FLAT-INDEX) = "TUIT"
               DISPLAY "*** FEE CODE MUST NOT BE BLANK OR TUIT ***"
           ELSE
               MOVE "Y" TO FEE-CODE-OK-SWITCH
               PERFORM CHECK-DUPLICATE-FLAT-CODE
                   VARYING PRIOR-INDEX FROM 1 BY 1
                   UNTIL PRIOR-INDEX NOT < FLAT-INDEX
           END-IF.

       CHECK-DUPLICATE-FLAT-CODE.
           IF FEE-FLAT-CODE(PRIOR-INDEX) = FEE-FLAT-CODE(FLAT-INDEX)
               DISPLAY "*** FEE CODE ALREADY ENTERED ***"
               MOVE "N" TO FEE-CODE-OK-SWITCH
           END-IF.

       ACCEPT-FLAT-AMOUNT.
           DISPLAY "AMOUNT FOR " FEE-FLAT-CODE(FLAT-INDEX)
               " (7 DIGITS, 0015000 = 150.00): " WITH NO ADVANCING
           ACCEPT AMOUNT-INPUT
           IF AMOUNT-INPUT IS NOT NUMERIC
               DISPLAY "*** AMOUNT MUST BE 7 DIGITS ***"
           ELSE
               MOVE AMOUNT-INPUT-VALUE TO FEE-FLAT-AMOUNT(FLAT-INDEX)
               MOVE "Y" TO AMOUNT-OK-SWITCH
           END-IF.

       ACCEPT-REFUND-COUNT.
           DISPLAY "NUMBER OF REFUND BANDS (0-5): " WITH NO ADVANCING
           ACCEPT COUNT-INPUT
           IF COUNT-INPUT(1:1) IS NOT NUMERIC
              OR COUNT-INPUT(2:1) NOT = SPACE
              OR COUNT-INPUT(1:1) > "5"
               DISPLAY "*** NUMBER MUST BE 0 THROUGH 5 ***"
           ELSE
               MOVE COUNT-INPUT(1:1) TO FEE-REFUND-COUNT
               MOVE "Y" TO COUNT-OK-SWITCH
           END-IF.

       ACCEPT-ONE-REFUND-BAND.
           MOVE "N" TO DAYS-OK-SWITCH
           PERFORM ACCEPT-REFUND-DAYS UNTIL DAYS-ARE-VALID
           MOVE "N" TO PERCENT-OK-SWITCH
           PERFORM ACCEPT-REFUND-PERCENT UNTIL PERCENT-IS-VALID.

       ACCEPT-REFUND-DAYS.
           DISPLAY "BAND " REFUND-INDEX
               " - THROUGH DAYS AFTER TERM START (001-999): "
               WITH NO ADVANCING
           ACCEPT DAYS-INPUT
           IF DAYS-INPUT IS NOT NUMERIC
              OR DAYS-INPUT = "000"
               DISPLAY "*** DAYS MUST BE 001 THROUGH 999 ***"
           ELSE
               MOVE DAYS-INPUT TO FEE-REFUND-DAYS(REFUND-INDEX)
               MOVE "Y" TO DAYS-OK-SWITCH
               IF REFUND-INDEX > 1
                   SUBTRACT 1 FROM REFUND-INDEX GIVING PRIOR-INDEX
                   IF FEE-REFUND-DAYS(REFUND-INDEX)
                      NOT > FEE-REFUND-DAYS(PRIOR-INDEX)
                       DISPLAY "*** DAYS MUST BE MORE THAN BAND "
                           PRIOR-INDEX " ***"
                       MOVE "N" TO DAYS-OK-SWITCH
                   END-IF
               END-IF
           END-IF.

       ACCEPT-REFUND-PERCENT.
           DISPLAY "BAND " REFUND-INDEX
               " - PERCENT REFUNDED (000-100): " WITH NO ADVANCING
           ACCEPT PERCENT-INPUT
           IF PERCENT-INPUT IS NOT NUMERIC
              OR PERCENT-INPUT > "100"
               DISPLAY "*** PERCENT MUST BE 000 THROUGH 100 ***"
           ELSE
               MOVE PERCENT-INPUT TO FEE-REFUND-PERCENT(REFUND-INDEX)
               MOVE "Y" TO PERCENT-OK-SWITCH
           END-IF.

       INQUIRE-FEE-SCHEDULE.
           PERFORM GET-EXISTING-FEE-TERM
           IF RECORD-WAS-FOUND
               PERFORM DISPLAY-FEE-SCHEDULE
           END-IF.

       UPDATE-FEE-SCHEDULE.
           PERFORM GET-EXISTING-FEE-TERM
           IF RECORD-WAS-FOUND
               PERFORM DISPLAY-FEE-SCHEDULE
               DISPLAY " "
               DISPLAY "--ENTER NEW VALUES--"
               PERFORM ACCEPT-SCHEDULE-DETAILS
               REWRITE FEE-SCHEDULE-RECORD
                   INVALID KEY
                       DISPLAY "*** UPDATE FAILED ***"
               END-REWRITE
           END-IF.

       DELETE-FEE-SCHEDULE.
           PERFORM GET-EXISTING-FEE-TERM
           IF RECORD-WAS-FOUND
               PERFORM DISPLAY-FEE-SCHEDULE
               DELETE FEE-SCHEDULE-FILE
                   INVALID KEY
                       DISPLAY "*** DELETE FAILED ***"
                   NOT INVALID KEY
                       DISPLAY "*** FEE SCHEDULE DELETED ***"
               END-DELETE
           END-IF.

       LIST-ALL-SCHEDULES.
           MOVE ZERO TO SCHEDULE-COUNT
           MOVE "N" TO LIST-EOF-SWITCH
           MOVE LOW-VALUES TO FEE-TERM
           START FEE-SCHEDULE-FILE
               KEY IS NOT LESS THAN FEE-TERM
               INVALID KEY
                   MOVE "Y" TO LIST-EOF-SWITCH
           END-START
           PERFORM READ-NEXT-SCHEDULE
           PERFORM LIST-ONE-SCHEDULE UNTIL LIST-EOF
           IF SCHEDULE-COUNT = ZERO
               DISPLAY "*** NO FEE SCHEDULES ON FILE ***"
           END-IF.

       LIST-ONE-SCHEDULE.
           ADD 1 TO SCHEDULE-COUNT
           MOVE FEE-CREDIT-RATE TO RATE-DISPLAY
           DISPLAY "  TERM: " FEE-TERM
               "  RATE: " RATE-DISPLAY
               "  CAP: " FEE-FULL-TIME-CREDITS
               "  FLAT FEES: " FEE-FLAT-COUNT
               "  REFUND BANDS: " FEE-REFUND-COUNT
           PERFORM READ-NEXT-SCHEDULE.

       READ-NEXT-SCHEDULE.
           IF NOT LIST-EOF
               READ FEE-SCHEDULE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO LIST-EOF-SWITCH
               END-READ
           END-IF.

       GET-EXISTING-FEE-TERM.
           DISPLAY " "
           DISPLAY "TERM CODE: " WITH NO ADVANCING
           ACCEPT FEE-TERM
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   MOVE "N" TO FOUND-SWITCH
                   DISPLAY "*** NO FEE SCHEDULE FOR TERM ***"
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-SWITCH
           END-READ.

       DISPLAY-FEE-SCHEDULE.
           MOVE FEE-CREDIT-RATE TO RATE-DISPLAY
           DISPLAY " "
           DISPLAY "TERM CODE    : " FEE-TERM
           DISPLAY "CREDIT RATE  : " RATE-DISPLAY
           DISPLAY "FULL-TIME CAP: " FEE-FULL-TIME-CREDITS
               " CREDIT HOURS"
           PERFORM DISPLAY-ONE-FLAT-FEE
               VARYING FLAT-INDEX FROM 1 BY 1
               UNTIL FLAT-INDEX > FEE-FLAT-COUNT
           PERFORM DISPLAY-ONE-REFUND-BAND
               VARYING REFUND-INDEX FROM 1 BY 1
               UNTIL REFUND-INDEX > FEE-REFUND-COUNT.

       DISPLAY-ONE-FLAT-FEE.
           MOVE FEE-FLAT-AMOUNT(FLAT-INDEX) TO AMOUNT-DISPLAY
           DISPLAY "  FLAT FEE: " FEE-FLAT-CODE(FLAT-INDEX)
               " " AMOUNT-DISPLAY.

       DISPLAY-ONE-REFUND-BAND.
           DISPLAY "  REFUND: THROUGH DAY "
               FEE-REFUND-DAYS(REFUND-INDEX)
               " - " FEE-REFUND-PERCENT(REFUND-INDEX) " PERCENT".

       GET-FEE-TERM.
           MOVE "N" TO CODE-OK-SWITCH
           PERFORM ACCEPT-FEE-TERM UNTIL CODE-IS-VALID.

       ACCEPT-FEE-TERM.
           DISPLAY "--TERM CODE--"
           DISPLAY "TERM CODE (E.G. 2026F): " WITH NO ADVANCING
           ACCEPT FEE-TERM
           IF FEE-TERM = SPACES
               DISPLAY "*** TERM CODE MUST NOT BE BLANK ***"
           ELSE
               READ FEE-SCHEDULE-FILE
                   INVALID KEY
                       PERFORM CHECK-TERM-ON-MASTER
                   NOT INVALID KEY
                       DISPLAY "*** FEE SCHEDULE ALREADY ON FILE ***"
               END-READ
           END-IF.

       CHECK-TERM-ON-MASTER.
           IF TERM-FILE-IS-OPEN
               MOVE FEE-TERM TO TERM-CODE
               READ TERM-MASTER-FILE
                   INVALID KEY
                       DISPLAY "*** TERM NOT ON TERM MASTER ***"
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
           DISPLAY "   M3's FEE SCHEDULE PROGRAM              "
           DISPLAY "                                          "
           DISPLAY "  Keep each term's rates on file so       "
           DISPLAY "    every bill adds up!                   "
           DISPLAY "                                          "
           DISPLAY " ***************************************  "
           DISPLAY "                                          ".
