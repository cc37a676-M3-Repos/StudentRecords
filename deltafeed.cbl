           05  DELETE-SENT-COUNT  PIC 9(05) VALUE ZERO.
           05  RESEND-IN-COUNT    PIC 9(05) VALUE ZERO.
           05  RESEND-HELD-COUNT  PIC 9(05) VALUE ZERO.
           05  REGISTRAR-SKIP-COUNT PIC 9(07) VALUE ZERO.
           05  ARCHIVE-SKIP-COUNT PIC 9(07) VALUE ZERO.

       01  HEADING-LINE.
           05  FILLER PIC X(80)
           05  TOT-RESENDS PIC ZZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.

       01  TOTAL-LINE-8.
           05  FILLER PIC X(24) VALUE "REGISTRAR CORRECTIONS:  ".
           05  TOT-REGISTRAR PIC ZZZZZZ9.
           05  FILLER PIC X(49) VALUE SPACES.

       01  TOTAL-LINE-9.
           05  FILLER PIC X(24) VALUE "ARCHIVE MOVES SKIPPED:  ".
           05  TOT-ARCHIVE-MOVES PIC ZZZZZZ9.
           05  FILLER PIC X(49) VALUE SPACES.

       01  OVERFLOW-LINE.
           05  FILLER PIC X(80) VALUE
               "*** DELTA TABLE FULL - CHECKPOINT HELD - RERUN ***".
           IF AUDIT-DATE > DCKPT-LAST-DATE
              OR (AUDIT-DATE = DCKPT-LAST-DATE
                  AND AUDIT-TIME > DCKPT-LAST-TIME)
               IF AUDIT-REASON-REGISTRAR
                  AND (AUDIT-ACTION-UPDATE OR AUDIT-ACTION-PROFILE)
                   ADD 1 TO REGISTRAR-SKIP-COUNT
               ELSE
                   IF AUDIT-ACTION-ARCHIVE OR AUDIT-ACTION-RESTORE
                       ADD 1 TO ARCHIVE-SKIP-COUNT
                   ELSE
                       ADD 1 TO AUDIT-PICKED-COUNT
                       PERFORM NOTE-CHANGED-STUDENT
                   END-IF
               END-IF
               IF NOT DELTA-OVERFLOW
                  AND (AUDIT-DATE > NEW-LAST-DATE
                       OR (AUDIT-DATE = NEW-LAST-DATE
           WRITE DELTA-LINE FROM TOTAL-LINE-6
           MOVE RESEND-IN-COUNT    TO TOT-RESENDS
           WRITE DELTA-LINE FROM TOTAL-LINE-7
           MOVE REGISTRAR-SKIP-COUNT TO TOT-REGISTRAR
           WRITE DELTA-LINE FROM TOTAL-LINE-8
           MOVE ARCHIVE-SKIP-COUNT TO TOT-ARCHIVE-MOVES
           WRITE DELTA-LINE FROM TOTAL-LINE-9
           IF DELTA-OVERFLOW
               WRITE DELTA-LINE FROM OVERFLOW-LINE
               MOVE 4 TO RETURN-CODE
