           88 CODE-FILE-NOT-FOUND VALUE "35".
       01 HIST-FILE-STATUS PIC XX VALUE SPACES.
           88 HIST-FILE-NOT-FOUND VALUE "35".
       01 PROGRAM-IP PIC 9(5).
       01 EXPORT-NAME PIC X(16) VALUE SPACES.
       01 EXPORT-HISTORY-SW PIC X VALUE "N".
           88 EXPORT-HISTORY VALUE "Y".
       01 PACKAGE-FILE-NAME PIC X(24) VALUE SPACES.
       01 EXPORT-MIN-LEVEL PIC 9(2) VALUE 0.
       01 WALK-IP PIC 9(5) VALUE 0.
       01 WALK-STEPS PIC 9(3) VALUE 0.
       01 WALK-STATE PIC 9(2) VALUE 0.
           88 WALK-DONE VALUE 10.
           MOVE "H" TO PKG-RECORD-TYPE.
           MOVE EXPORT-NAME TO PKG-NAME.
           MOVE EXPORT-MIN-LEVEL TO PKG-MIN-LEVEL.
           SET PKG-FORMAT-WIDE TO TRUE.
           WRITE PACKAGE-RECORD.

       WRITE-CODE-CHAIN.

       WRITE-CODE-NODE.
           IF WALK-IP IS LESS THAN 1 OR
              WALK-IP IS GREATER THAN 99998 THEN
               MOVE 10 TO WALK-STATE
           ELSE
               MOVE WALK-IP TO PROGRAM-IP
                       MOVE NEXT-IP TO PKG-NEXT-IP
                       WRITE PACKAGE-RECORD
                       ADD 1 TO CODE-COUNT
                       IF NEXT-IP OF PROGRAM-RECORD IS EQUAL TO 99999
                           THEN
                           MOVE 10 TO WALK-STATE
                       ELSE
