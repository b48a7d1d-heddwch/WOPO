           88 INDEX-FILE-NOT-FOUND VALUE "35".
       01 HIST-FILE-STATUS PIC XX VALUE SPACES.
           88 HIST-FILE-NOT-FOUND VALUE "35".
       01 PROGRAM-IP PIC 9(5).
       01 IMPORT-NAME PIC X(16) VALUE SPACES.
       01 INSTALL-NAME PIC X(16) VALUE SPACES.
       01 INSTALL-MIN-LEVEL PIC 9(2) VALUE 0.
       01 VALIDATE-MESSAGE PIC X(60) VALUE SPACES.
       01 INDEX-FOUND-SW PIC X VALUE "N".
           88 INDEX-FOUND VALUE "Y".
       01 LIVE-ADDR PIC 9(5) VALUE 0.
       01 LIVE-MIN-LEVEL PIC 9(2) VALUE 0.
       01 LIVE-MATCH-SW PIC X VALUE "N".
           88 LIVE-MATCHES-PACKAGE VALUE "Y".
       01 PACKAGE-FORMAT PIC X(2) VALUE SPACES.
           88 PACKAGE-FORMAT-WIDE VALUE "02".
       01 WIDEN-NODE.
           03 WIDEN-TIMESTAMP PIC X(16).
           03 WIDEN-IP PIC 9(5).
           03 WIDEN-INSTRUCTION PIC X(999).
           03 WIDEN-PREV-IP PIC 9(5).
           03 WIDEN-NEXT-IP PIC 9(5).
           03 WIDEN-USER PIC X(40).
       01 START-ADDR-TEXT PIC 9(5).
       01 SA-REQUEST-COUNT-L PIC 9(3) VALUE 0.
       01 SA-SLOT-TABLE-L.
           03 SA-SLOT-L PIC 9(5) OCCURS 999 TIMES.
       01 SA-RESULT-L PIC X.
           88 SA-ALLOCATED-L VALUE "Y".
       01 SO-USER-NAME-L PIC X(40).
       01 PM-VALUE-2-L PIC X(64).
       01 PM-RESULT-L PIC X.
           88 PM-OK-L VALUE "Y".
           88 PM-PENDING-L VALUE "P".
       01 PM-MESSAGE-L PIC X(120).
       01 PM-CHECK-ONLY-L PIC X VALUE "N".
       01 AUTH-USER-NAME-L PIC X(40).
       01 AUTH-PROGRAM-NAME-L PIC X(16).
       01 AUTH-ACTION-L PIC X.
           88 AUTH-EDIT-L VALUE "E".
       01 AUTH-RESULT-L PIC X.
           88 AUTH-GRANTED-L VALUE "Y".
       01 AUTH-MESSAGE-L PIC X(120).

       PROCEDURE DIVISION.
           DISPLAY "PROGRAM IMPORT FROM PORTABLE PACKAGE.".
               DISPLAY "PACKAGE CARRIES PROGRAM ", INSTALL-NAME,
                       ", INSTALLING UNDER THAT NAME.".
           PERFORM LOOKUP-PROGRAM-INDEX.
           IF INDEX-FOUND THEN
               PERFORM COMPARE-LIVE-PROGRAM
               IF LIVE-MATCHES-PACKAGE THEN
                   PERFORM IMPORT-HISTORY-ONLY
                   STOP RUN.
           IF INDEX-FOUND AND NOT REPLACE-MODE THEN
               DISPLAY "PROGRAM ", INSTALL-NAME, " ALREADY EXISTS, ",
                       "ANSWER Y TO REPLACE TO OVERWRITE IT."
           READ PACKAGE-FILE NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM NORMALIZE-PACKAGE-RECORD
               IF PKG-HEADER THEN
                   MOVE "Y" TO HEADER-SEEN-SW
                   MOVE PKG-NAME TO INSTALL-NAME
                   MOVE "UNKNOWN PACKAGE RECORD TYPE"
                        TO VALIDATE-MESSAGE.

       NORMALIZE-PACKAGE-RECORD.
           IF PKG-HEADER THEN
               MOVE PKG-FORMAT TO PACKAGE-FORMAT
           ELSE IF NOT PACKAGE-FORMAT-WIDE THEN
               IF PKG-CODE THEN
                   PERFORM WIDEN-OLD-CODE-RECORD
               ELSE IF PKG-HISTORY THEN
                   PERFORM WIDEN-OLD-HISTORY-RECORD.

       WIDEN-OLD-CODE-RECORD.
           MOVE PKG-OLD-IP TO WIDEN-IP.
           MOVE PKG-OLD-INSTRUCTION TO WIDEN-INSTRUCTION.
           MOVE PKG-OLD-PREV-IP TO WIDEN-PREV-IP.
           MOVE PKG-OLD-NEXT-IP TO WIDEN-NEXT-IP.
           PERFORM WIDEN-OLD-SENTINELS.
           MOVE SPACES TO PKG-BODY.
           MOVE WIDEN-IP TO PKG-IP.
           MOVE WIDEN-INSTRUCTION TO PKG-INSTRUCTION.
           MOVE WIDEN-PREV-IP TO PKG-PREV-IP.
           MOVE WIDEN-NEXT-IP TO PKG-NEXT-IP.

       WIDEN-OLD-HISTORY-RECORD.
           MOVE PKG-OLD-HIST-TIMESTAMP TO WIDEN-TIMESTAMP.
           MOVE PKG-OLD-HIST-IP TO WIDEN-IP.
           MOVE PKG-OLD-HIST-INSTRUCTION TO WIDEN-INSTRUCTION.
           MOVE PKG-OLD-HIST-PREV-IP TO WIDEN-PREV-IP.
           MOVE PKG-OLD-HIST-NEXT-IP TO WIDEN-NEXT-IP.
           MOVE PKG-OLD-HIST-USER TO WIDEN-USER.
           PERFORM WIDEN-OLD-SENTINELS.
           MOVE SPACES TO PKG-BODY.
           MOVE WIDEN-TIMESTAMP TO PKG-HIST-TIMESTAMP.
           MOVE WIDEN-IP TO PKG-HIST-IP.
           MOVE WIDEN-INSTRUCTION TO PKG-HIST-INSTRUCTION.
           MOVE WIDEN-PREV-IP TO PKG-HIST-PREV-IP.
           MOVE WIDEN-NEXT-IP TO PKG-HIST-NEXT-IP.
           MOVE WIDEN-USER TO PKG-HIST-USER.

       WIDEN-OLD-SENTINELS.
           IF WIDEN-PREV-IP IS EQUAL TO 999 THEN
               MOVE 99999 TO WIDEN-PREV-IP.
           IF WIDEN-NEXT-IP IS EQUAL TO 999 THEN
               MOVE 99999 TO WIDEN-NEXT-IP.

       CHECK-TOKEN-BALANCE.
           MOVE PKG-INSTRUCTION(1:1) TO SCAN-CHAR.
           IF SCAN-CHAR IS EQUAL TO "(" THEN
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO INDEX-FOUND-SW
                       MOVE ADDR OF INDEX-ENTRY TO LIVE-ADDR
                       MOVE MIN-LEVEL OF INDEX-ENTRY TO LIVE-MIN-LEVEL
               END-READ
               CLOSE PROGRAM-INDEX.

       COMPARE-LIVE-PROGRAM.
           MOVE "N" TO LIVE-MATCH-SW.
           IF LIVE-MIN-LEVEL IS EQUAL TO INSTALL-MIN-LEVEL THEN
               MOVE "Y" TO LIVE-MATCH-SW
               MOVE LIVE-ADDR TO PROGRAM-IP
               OPEN INPUT PROGRAM-CODE
               IF CODE-FILE-NOT-FOUND THEN
                   MOVE "N" TO LIVE-MATCH-SW
               ELSE
                   OPEN INPUT PACKAGE-FILE
                   MOVE 0 TO STATE
                   PERFORM COMPARE-PACKAGE-RECORD UNTIL DONE
                   MOVE 0 TO STATE
                   CLOSE PACKAGE-FILE
                   CLOSE PROGRAM-CODE
                   IF PROGRAM-IP IS NOT EQUAL TO 99999 THEN
                       MOVE "N" TO LIVE-MATCH-SW.

       COMPARE-PACKAGE-RECORD.
           READ PACKAGE-FILE NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM NORMALIZE-PACKAGE-RECORD
               IF PKG-CODE THEN
                   PERFORM COMPARE-LIVE-NODE.
           IF NOT LIVE-MATCHES-PACKAGE THEN
               MOVE 10 TO STATE.

       COMPARE-LIVE-NODE.
           IF PROGRAM-IP IS LESS THAN 1 OR
              PROGRAM-IP IS GREATER THAN 99998 THEN
               MOVE "N" TO LIVE-MATCH-SW
           ELSE
               READ PROGRAM-CODE RECORD
                   INVALID KEY
                       MOVE "N" TO LIVE-MATCH-SW
               END-READ
               IF LIVE-MATCHES-PACKAGE THEN
                   IF INSTRUCTION-RECORD IS NOT EQUAL TO PKG-INSTRUCTION
                       THEN
                       MOVE "N" TO LIVE-MATCH-SW
                   ELSE
                       MOVE NEXT-IP TO PROGRAM-IP.

       IMPORT-HISTORY-ONLY.
           IF HISTORY-COUNT IS EQUAL TO 0 THEN
               DISPLAY "PROGRAM ", INSTALL-NAME, " ALREADY MATCHES ",
                       "THE PACKAGE, NOTHING TO IMPORT."
           ELSE
               MOVE OPERATOR-USER TO AUTH-USER-NAME-L
               MOVE INSTALL-NAME TO AUTH-PROGRAM-NAME-L
               SET AUTH-EDIT-L TO TRUE
               CALL "AUTH-CHECK" USING AUTH-USER-NAME-L,
                    AUTH-PROGRAM-NAME-L, AUTH-ACTION-L, AUTH-RESULT-L,
                    AUTH-MESSAGE-L
               IF NOT AUTH-GRANTED-L THEN
                   DISPLAY "HISTORY NOT IMPORTED: ", AUTH-MESSAGE-L
               ELSE
                   PERFORM IMPORT-PACKAGE-HISTORY
                   DISPLAY "PROGRAM ", INSTALL-NAME, " ALREADY ",
                           "MATCHES THE PACKAGE, ", HISTORY-COUNT,
                           " HISTORY NODES IMPORTED.".

       ALLOCATE-IMPORT-SLOTS.
           MOVE CODE-COUNT TO SA-REQUEST-COUNT-L.
           CALL "SLOT-ALLOCATE" USING SA-REQUEST-COUNT-L,
           READ PACKAGE-FILE NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM NORMALIZE-PACKAGE-RECORD
               IF PKG-CODE THEN
                   ADD 1 TO NODE-IDX
                   PERFORM WRITE-IMPORT-NODE.
           READ PACKAGE-FILE NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM NORMALIZE-PACKAGE-RECORD
               IF PKG-HISTORY THEN
                   PERFORM WRITE-IMPORT-HISTORY.

           MOVE SA-SLOT-L(NODE-IDX) TO PROGRAM-IP.
           MOVE PKG-INSTRUCTION TO INSTRUCTION-RECORD.
           IF NODE-IDX IS EQUAL TO 1 THEN
               MOVE 99999 TO PREV-IP
           ELSE
               MOVE SA-SLOT-L(NODE-IDX - 1) TO PREV-IP.
           IF NODE-IDX IS EQUAL TO CODE-COUNT THEN
               MOVE 99999 TO NEXT-IP
           ELSE
               MOVE SA-SLOT-L(NODE-IDX + 1) TO NEXT-IP.
           WRITE PROGRAM-RECORD
           MOVE INSTALL-MIN-LEVEL TO PM-VALUE-1-L(1:2).
           MOVE SPACES TO PM-VALUE-2-L.
           MOVE SA-SLOT-L(1) TO START-ADDR-TEXT.
           MOVE START-ADDR-TEXT TO PM-VALUE-2-L(1:5).
           CALL "PROG-MAINT" USING PM-FILE-CODE-L, PM-ACTION-CODE-L,
                PM-REQUESTING-USER-L, PM-KEY-L, PM-VALUE-1-L,
                PM-VALUE-2-L, PM-RESULT-L, PM-MESSAGE-L,
                       START-ADDR-TEXT, " WITH ", CODE-COUNT,
                       " INSTRUCTIONS, ", HISTORY-COUNT,
                       " HISTORY NODES."
           ELSE IF PM-PENDING-L THEN
               DISPLAY "PROGRAM ", INSTALL-NAME, " IMPORTED AT ",
                       START-ADDR-TEXT, ", CHANGE AWAITING APPROVAL."
               IF HISTORY-COUNT IS GREATER THAN 0 THEN
                   DISPLAY "HISTORY NOT IMPORTED UNTIL APPROVED, RUN ",
                           "THE IMPORT AGAIN ONCE APPROVED."
               END-IF
           ELSE
               PERFORM UNDO-IMPORTED-CHAIN
               DISPLAY "IMPORT NOT REGISTERED: ", PM-MESSAGE-L.
