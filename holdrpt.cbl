       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTSTANDING-HOLDS-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRATION-HOLD-FILE ASSIGN TO "REGHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REGH-KEY
               FILE STATUS IS REGHOLD-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDMAS-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".

           SELECT HOLD-REPORT-FILE ASSIGN TO "HOLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDRPT-STATUS.

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

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-HOLD-TYPE           PIC X(03).
           05  SORT-STUDENT-ID          PIC 9(05).
           05  SORT-PLACED-BY           PIC X(08).
           05  SORT-PLACED-DATE         PIC 9(08).
           05  SORT-RELEASE-DATE        PIC 9(08).
           05  SORT-COMMENT             PIC X(20).

       FD  HOLD-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  HOLD-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  REGHOLD-STATUS PIC X(02).
           88 REGHOLD-OK       VALUE "00".

       01  STUDMAS-STATUS PIC X(02).
           88 STUDMAS-OK       VALUE "00".

       01  HOLDRPT-STATUS PIC X(02).
           88 HOLDRPT-OK       VALUE "00".

       01  HOLD-EOF-SWITCH PIC X(01) VALUE "N".
           88 HOLD-EOF          VALUE "Y".

       01  MASTER-EOF-SWITCH PIC X(01) VALUE "N".
           88 MASTER-EOF        VALUE "Y".

       01  SORT-EOF-SWITCH PIC X(01) VALUE "N".
           88 SORT-EOF          VALUE "Y".

       01  FIRST-BREAK-SWITCH PIC X(01) VALUE "Y".
           88 FIRST-BREAK       VALUE "Y".

       01  PREV-HOLD-TYPE PIC X(03) VALUE SPACES.
       01  TODAY-DATE     PIC 9(08).

       01  HOLD-COUNTERS.
           05  TYPE-HOLD-COUNT     PIC 9(05) VALUE ZERO.
           05  TOTAL-HOLD-COUNT    PIC 9(05) VALUE ZERO.
           05  SUSPENSION-COUNT    PIC 9(05) VALUE ZERO.
           05  NOT-ON-MASTER-COUNT PIC 9(05) VALUE ZERO.

       01  HEADING-LINE.
           05  FILLER PIC X(40)
               VALUE "OUTSTANDING REGISTRATION HOLDS BY TYPE".
           05  FILLER PIC X(06) VALUE "AS OF ".
           05  HDG-DATE PIC 9(08).
           05  FILLER PIC X(26) VALUE SPACES.

       01  TYPE-HEADING-LINE.
           05  FILLER PIC X(11) VALUE "HOLD TYPE: ".
           05  HDG-HOLD-TYPE PIC X(03).
           05  FILLER PIC X(02) VALUE SPACES.
           05  HDG-TYPE-DESCRIPTION PIC X(40).
           05  FILLER PIC X(24) VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER PIC X(07) VALUE "ID".
           05  FILLER PIC X(23) VALUE "NAME".
           05  FILLER PIC X(10) VALUE "PLACED BY".
           05  FILLER PIC X(10) VALUE "PLACED".
           05  FILLER PIC X(10) VALUE "RELEASE".
           05  FILLER PIC X(20) VALUE "COMMENT".

       01  DETAIL-LINE.
           05  DTL-STUDENT-ID   PIC 9(05).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-LAST-NAME    PIC X(10).
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DTL-FIRST-NAME   PIC X(10).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-PLACED-BY    PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-PLACED-DATE  PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-RELEASE-DATE PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-COMMENT      PIC X(20).

       01  TYPE-TOTAL-LINE.
           05  FILLER PIC X(24) VALUE "HOLDS OF THIS TYPE:     ".
           05  TTL-HOLD-COUNT PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  GRAND-HEADING-LINE.
           05  FILLER PIC X(80) VALUE "GRAND TOTALS - ALL HOLD TYPES".

       01  TOTAL-LINE-1.
           05  FILLER PIC X(24) VALUE "OUTSTANDING HOLDS:      ".
           05  TOT-HOLDS PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER PIC X(24) VALUE "SUSPENSION HOLDS:       ".
           05  TOT-SUSPENSIONS PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-3.
           05  FILLER PIC X(24) VALUE "HOLDS NOT ON MASTER:    ".
           05  TOT-NOT-ON-MASTER PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  SEPARATOR-LINE.
           05  FILLER PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT STUDENT-MASTER-FILE
           IF NOT STUDMAS-OK
               DISPLAY "*** UNABLE TO OPEN STUDENT-MASTER-FILE ***"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-HOLD-TYPE SORT-STUDENT-ID
               INPUT PROCEDURE IS BUILD-SORT-FILE
               OUTPUT PROCEDURE IS PRINT-REPORT
           CLOSE STUDENT-MASTER-FILE
           GOBACK.

       BUILD-SORT-FILE.
           OPEN INPUT REGISTRATION-HOLD-FILE
           IF NOT REGHOLD-OK
               DISPLAY "*** NO REGISTRATION-HOLD FILE ON HAND ***"
           ELSE
               PERFORM READ-HOLD-FILE
               PERFORM RELEASE-ONE-HOLD UNTIL HOLD-EOF
               CLOSE REGISTRATION-HOLD-FILE
           END-IF
           PERFORM READ-STUDENT-MASTER
           PERFORM RELEASE-SUSPENSION-HOLD UNTIL MASTER-EOF.

       READ-HOLD-FILE.
           READ REGISTRATION-HOLD-FILE
               AT END
                   MOVE "Y" TO HOLD-EOF-SWITCH
           END-READ.

       RELEASE-ONE-HOLD.
           IF REGH-RELEASE-DATE = ZERO
              OR REGH-RELEASE-DATE > TODAY-DATE
               MOVE REGH-TYPE         TO SORT-HOLD-TYPE
               MOVE REGH-STUDENT-ID   TO SORT-STUDENT-ID
               MOVE REGH-PLACED-BY    TO SORT-PLACED-BY
               MOVE REGH-PLACED-DATE  TO SORT-PLACED-DATE
               MOVE REGH-RELEASE-DATE TO SORT-RELEASE-DATE
               MOVE REGH-COMMENT      TO SORT-COMMENT
               RELEASE SORT-RECORD
           END-IF
           PERFORM READ-HOLD-FILE.

       READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MASTER-EOF-SWITCH
           END-READ.

       RELEASE-SUSPENSION-HOLD.
           IF STANDING-SUSPENSION
               MOVE "SUS"      TO SORT-HOLD-TYPE
               MOVE STUDENT-ID TO SORT-STUDENT-ID
               MOVE "STANDING" TO SORT-PLACED-BY
               MOVE ZERO       TO SORT-PLACED-DATE
               MOVE ZERO       TO SORT-RELEASE-DATE
               MOVE "ACADEMIC SUSPENSION" TO SORT-COMMENT
               RELEASE SORT-RECORD
           END-IF
           PERFORM READ-STUDENT-MASTER.

       PRINT-REPORT.
           OPEN OUTPUT HOLD-REPORT-FILE
           MOVE TODAY-DATE TO HDG-DATE
           WRITE HOLD-LINE FROM HEADING-LINE
           MOVE SPACES TO PREV-HOLD-TYPE
           MOVE "Y" TO FIRST-BREAK-SWITCH
           PERFORM RETURN-SORT-RECORD
           PERFORM PROCESS-SORT-RECORD UNTIL SORT-EOF
           IF NOT FIRST-BREAK
               PERFORM PRINT-TYPE-TOTALS
           END-IF
           PERFORM PRINT-GRAND-TOTALS
           CLOSE HOLD-REPORT-FILE.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
           END-RETURN.

       PROCESS-SORT-RECORD.
           IF SORT-HOLD-TYPE NOT = PREV-HOLD-TYPE
               IF NOT FIRST-BREAK
                   PERFORM PRINT-TYPE-TOTALS
               END-IF
               PERFORM START-NEW-TYPE
           END-IF
           MOVE "N" TO FIRST-BREAK-SWITCH
           PERFORM PRINT-HOLD-DETAIL
           PERFORM RETURN-SORT-RECORD.

       START-NEW-TYPE.
           MOVE SORT-HOLD-TYPE TO PREV-HOLD-TYPE
           MOVE ZERO TO TYPE-HOLD-COUNT
           EVALUATE SORT-HOLD-TYPE
               WHEN "FIN"
                   MOVE "FINANCIAL - MONEY OWED"
                       TO HDG-TYPE-DESCRIPTION
               WHEN "LIB"
                   MOVE "LIBRARY FINE OR UNRETURNED MATERIAL"
                       TO HDG-TYPE-DESCRIPTION
               WHEN "DIS"
                   MOVE "DISCIPLINARY"
                       TO HDG-TYPE-DESCRIPTION
               WHEN "SUS"
                   MOVE "ACADEMIC SUSPENSION - FROM STUDENT-STANDING"
                       TO HDG-TYPE-DESCRIPTION
               WHEN OTHER
                   MOVE "** UNKNOWN HOLD TYPE **"
                       TO HDG-TYPE-DESCRIPTION
           END-EVALUATE
           MOVE SPACES TO HOLD-LINE
           WRITE HOLD-LINE
           MOVE SORT-HOLD-TYPE TO HDG-HOLD-TYPE
           WRITE HOLD-LINE FROM TYPE-HEADING-LINE
           WRITE HOLD-LINE FROM COLUMN-HEADING-LINE.

       PRINT-HOLD-DETAIL.
           MOVE SORT-STUDENT-ID TO DTL-STUDENT-ID
           MOVE SORT-STUDENT-ID TO STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "** NOT ON" TO DTL-LAST-NAME
                   MOVE "MASTER **" TO DTL-FIRST-NAME
                   ADD 1 TO NOT-ON-MASTER-COUNT
               NOT INVALID KEY
                   MOVE LAST-NAME  TO DTL-LAST-NAME
                   MOVE FIRST-NAME TO DTL-FIRST-NAME
           END-READ
           MOVE SORT-PLACED-BY TO DTL-PLACED-BY
           IF SORT-PLACED-DATE = ZERO
               MOVE SPACES TO DTL-PLACED-DATE
           ELSE
               MOVE SORT-PLACED-DATE TO DTL-PLACED-DATE
           END-IF
           IF SORT-RELEASE-DATE = ZERO
               MOVE "OPEN" TO DTL-RELEASE-DATE
           ELSE
               MOVE SORT-RELEASE-DATE TO DTL-RELEASE-DATE
           END-IF
           MOVE SORT-COMMENT TO DTL-COMMENT
           WRITE HOLD-LINE FROM DETAIL-LINE
           ADD 1 TO TYPE-HOLD-COUNT
           IF SORT-HOLD-TYPE = "SUS"
               ADD 1 TO SUSPENSION-COUNT
           END-IF.

       PRINT-TYPE-TOTALS.
           MOVE TYPE-HOLD-COUNT TO TTL-HOLD-COUNT
           WRITE HOLD-LINE FROM TYPE-TOTAL-LINE
           ADD TYPE-HOLD-COUNT TO TOTAL-HOLD-COUNT.

       PRINT-GRAND-TOTALS.
           MOVE SPACES TO HOLD-LINE
           WRITE HOLD-LINE
           WRITE HOLD-LINE FROM SEPARATOR-LINE
           WRITE HOLD-LINE FROM GRAND-HEADING-LINE
           MOVE TOTAL-HOLD-COUNT    TO TOT-HOLDS
           WRITE HOLD-LINE FROM TOTAL-LINE-1
           MOVE SUSPENSION-COUNT    TO TOT-SUSPENSIONS
           WRITE HOLD-LINE FROM TOTAL-LINE-2
           MOVE NOT-ON-MASTER-COUNT TO TOT-NOT-ON-MASTER
           WRITE HOLD-LINE FROM TOTAL-LINE-3.
