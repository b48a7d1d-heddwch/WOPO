               ASSIGN TO "PROGRAM-INDEX-NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-NAME.

       DATA DIVISION.
       FILE SECTION.
           03 OLD-NAME PIC X(16).
           03 OLD-ADDR PIC 999.
       FD NEW-PROGRAM-INDEX.
       01 NEW-INDEX-ENTRY.
           03 NEW-NAME PIC X(16).
           03 NEW-MIN-LEVEL PIC 9(2).
           03 NEW-ADDR PIC 999.

       WORKING-STORAGE SECTION.
       01 STATE PIC 9(2) VALUE 0.
           READ OLD-PROGRAM-INDEX NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               MOVE OLD-NAME TO NEW-NAME
               MOVE 0 TO NEW-MIN-LEVEL
               MOVE OLD-ADDR TO NEW-ADDR
               WRITE NEW-INDEX-ENTRY
                   INVALID KEY
                       DISPLAY "DUPLICATE KEY, SKIPPED: ", OLD-NAME
                   NOT INVALID KEY
