       01 PM-VALUE-2-L PIC X(64).
       01 PM-RESULT-L PIC X.
           88 PM-OK-L VALUE "Y".
           88 PM-PENDING-L VALUE "P".
       01 PM-MESSAGE-L PIC X(120).
       01 PM-CHECK-ONLY-L PIC X VALUE "N".
       01 REQUEST-COUNT PIC 9(6) VALUE 0.
       01 OK-COUNT PIC 9(6) VALUE 0.
       01 AWAITING-COUNT PIC 9(6) VALUE 0.
       01 SO-USER-NAME-L PIC X(40).
       01 SO-CREDENTIAL-L PIC X(16).
       01 SO-RESULT-L PIC X.
                       "ADMIN-CLEAN."
           ELSE
               DISPLAY REQUEST-COUNT, " REQUESTS PROCESSED, ",
                       OK-COUNT, " SUCCEEDED, ", AWAITING-COUNT,
                       " AWAITING APPROVAL.".
           STOP RUN.

       APPLY-ADMIN-REQUEST.
                   ELSE
                       DISPLAY "OK: ", ADMIN-KEY
                   END-IF
               ELSE IF PM-PENDING-L THEN
                   ADD 1 TO AWAITING-COUNT
                   DISPLAY "AWAITING APPROVAL: ", ADMIN-KEY
               ELSE
                   DISPLAY "FAILED: ", ADMIN-KEY, " - ", PM-MESSAGE-L.
