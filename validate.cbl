              AND NOT AVERAGE(ENROLLMENT-INDEX)
              AND NOT BELOW-AVERAGE(ENROLLMENT-INDEX)
              AND NOT FAILING(ENROLLMENT-INDEX)
              AND NOT GRADE-PENDING(ENROLLMENT-INDEX)
               MOVE "WARNING" TO EXCEPTION-SEVERITY
               MOVE "STUDENT-GRADE NOT A/B/C/D" TO EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-LINE
