           05  GCA-GRADE  PIC X(01).
           05  GCA-SOURCE PIC X(07).

       01  PREREQ-OVERRIDE-AREA.
           05  POA-CLASS          PIC X(10).
           05  POA-TERM           PIC X(05).
           05  POA-MISSING-COURSE PIC X(10).
           05  POA-SOURCE         PIC X(07).

       01  GRAD-OVERRIDE-AREA.
           05  GOA-PROGRAM        PIC X(06).
           05  GOA-SHORTFALL      PIC X(30).
           05  GOA-SUPERVISOR     PIC X(08).
           05  GOA-SOURCE         PIC X(07).

       01  BEFORE-PROFILE-AREA.
           05  BPR-STUDENT-ID      PIC X(05).
           05  BPR-STREET-ADDRESS  PIC X(25).
               WHEN AUDIT-ACTION-PROFILE
                   PERFORM PRINT-ACTION-HEADING
                   PERFORM PRINT-PROFILE-FIELDS
               WHEN AUDIT-ACTION-PREREQ-OVERRIDE
                   PERFORM PRINT-ACTION-HEADING
                   PERFORM PRINT-PREREQ-OVERRIDE-FIELDS
               WHEN AUDIT-ACTION-GRAD-OVERRIDE
                   PERFORM PRINT-ACTION-HEADING
                   PERFORM PRINT-GRAD-OVERRIDE-FIELDS
               WHEN OTHER
                   MOVE AUDIT-BEFORE-IMAGE TO BEFORE-STUDENT-AREA
                   MOVE AUDIT-AFTER-IMAGE  TO AFTER-STUDENT-AREA
                   PERFORM PRINT-ACTION-HEADING
                   EVALUATE TRUE
                       WHEN AUDIT-ACTION-ADD
                       WHEN AUDIT-ACTION-RESTORE
                           PERFORM PRINT-ADDED-FIELDS
                       WHEN AUDIT-ACTION-DELETE
                       WHEN AUDIT-ACTION-ARCHIVE
                           PERFORM PRINT-DELETED-FIELDS
                       WHEN OTHER
                           PERFORM PRINT-CHANGED-FIELDS
               WRITE INQUIRY-LINE FROM CHANGE-LINE
           END-IF.

       PRINT-PREREQ-OVERRIDE-FIELDS.
           MOVE AUDIT-AFTER-IMAGE TO PREREQ-OVERRIDE-AREA
           MOVE "ENROLLMENT" TO CHG-FIELD-NAME
           MOVE SPACES TO CHG-OLD-VALUE
           MOVE SPACES TO CHG-NEW-VALUE
           STRING POA-CLASS " " POA-TERM
               DELIMITED BY SIZE INTO CHG-NEW-VALUE
           WRITE INQUIRY-LINE FROM CHANGE-LINE
           MOVE "PREREQ UNMET" TO CHG-FIELD-NAME
           MOVE POA-MISSING-COURSE TO CHG-NEW-VALUE
           WRITE INQUIRY-LINE FROM CHANGE-LINE
           MOVE "FILE" TO CHG-FIELD-NAME
           MOVE POA-SOURCE TO CHG-NEW-VALUE
           WRITE INQUIRY-LINE FROM CHANGE-LINE
           MOVE "REASON" TO CHG-FIELD-NAME
           MOVE AUDIT-REASON-CODE TO CHG-NEW-VALUE
           WRITE INQUIRY-LINE FROM CHANGE-LINE.

       PRINT-GRAD-OVERRIDE-FIELDS.
           MOVE AUDIT-AFTER-IMAGE TO GRAD-OVERRIDE-AREA
           MOVE "PROGRAM" TO CHG-FIELD-NAME
           MOVE SPACES TO CHG-OLD-VALUE
           MOVE GOA-PROGRAM TO CHG-NEW-VALUE
           WRITE INQUIRY-LINE FROM CHANGE-LINE
           MOVE "AUDIT UNMET" TO CHG-FIELD-NAME
           MOVE GOA-SHORTFALL TO CHG-NEW-VALUE
           WRITE INQUIRY-LINE FROM CHANGE-LINE
           MOVE "SUPERVISOR" TO CHG-FIELD-NAME
           MOVE GOA-SUPERVISOR TO CHG-NEW-VALUE
           WRITE INQUIRY-LINE FROM CHANGE-LINE
           MOVE "FILE" TO CHG-FIELD-NAME
           MOVE GOA-SOURCE TO CHG-NEW-VALUE
           WRITE INQUIRY-LINE FROM CHANGE-LINE
           MOVE "REASON" TO CHG-FIELD-NAME
           MOVE AUDIT-REASON-CODE TO CHG-NEW-VALUE
           WRITE INQUIRY-LINE FROM CHANGE-LINE.

       SET-DECODE-LIMITS.
           IF BEF-ENROLLMENT-COUNT IS NUMERIC
               MOVE BEF-ENROLLMENT-COUNT TO BEF-COUNT-NUM
