           88 CODE-FILE-NOT-FOUND VALUE "35".
       01 INDEX-FILE-STATUS PIC XX VALUE SPACES.
           88 INDEX-FILE-NOT-FOUND VALUE "35".
       01 PROGRAM-IP PIC 9(5).
       01 PROGRAM-PENDING-SW PIC X VALUE "N".
           88 PROGRAM-PENDING VALUE "Y".
       01 LOAD-NAME PIC X(16) VALUE SPACES.
       01 TOKEN-IDX PIC 9(3) VALUE 0.
       01 SA-REQUEST-COUNT-L PIC 9(3) VALUE 0.
       01 SA-SLOT-TABLE-L.
           03 SA-SLOT-L PIC 9(5) OCCURS 999 TIMES.
       01 SA-RESULT-L PIC X.
           88 SA-ALLOCATED-L VALUE "Y".
       01 START-ADDR-TEXT PIC 9(5).
       01 INDEX-FOUND-SW PIC X VALUE "N".
           88 INDEX-FOUND VALUE "Y".
       01 PM-FILE-CODE-L PIC X.
       01 PM-VALUE-2-L PIC X(64).
       01 PM-RESULT-L PIC X.
           88 PM-OK-L VALUE "Y".
           88 PM-PENDING-L VALUE "P".
       01 PM-MESSAGE-L PIC X(120).
       01 PM-CHECK-ONLY-L PIC X VALUE "N".
       01 LOADED-COUNT PIC 9(6) VALUE 0.
       01 FAILED-COUNT PIC 9(6) VALUE 0.
       01 AWAITING-COUNT PIC 9(6) VALUE 0.
       01 OPERATOR-USER PIC X(40) VALUE SPACES.
       01 SO-USER-NAME-L PIC X(40).
       01 SO-CREDENTIAL-L PIC X(16).
               END-IF
               CLOSE SOURCE-DECK
               DISPLAY LOADED-COUNT, " PROGRAMS LOADED, ",
                       AWAITING-COUNT, " AWAITING APPROVAL, ",
                       FAILED-COUNT, " FAILED.".
           STOP RUN.

           MOVE SPACES TO INSTRUCTION-RECORD.
           MOVE TOKEN-ENTRY(TOKEN-IDX) TO INSTRUCTION-RECORD(1:8).
           IF TOKEN-IDX IS EQUAL TO 1 THEN
               MOVE 99999 TO PREV-IP
           ELSE
               MOVE SA-SLOT-L(TOKEN-IDX - 1) TO PREV-IP.
           IF TOKEN-IDX IS EQUAL TO TOKEN-COUNT THEN
               MOVE 99999 TO NEXT-IP
           ELSE
               MOVE SA-SLOT-L(TOKEN-IDX + 1) TO NEXT-IP.
           WRITE PROGRAM-RECORD
           MOVE LOAD-MIN-LEVEL TO PM-VALUE-1-L(1:2).
           MOVE SPACES TO PM-VALUE-2-L.
           MOVE SA-SLOT-L(1) TO START-ADDR-TEXT.
           MOVE START-ADDR-TEXT TO PM-VALUE-2-L(1:5).
           CALL "PROG-MAINT" USING PM-FILE-CODE-L, PM-ACTION-CODE-L,
                PM-REQUESTING-USER-L, PM-KEY-L, PM-VALUE-1-L,
                PM-VALUE-2-L, PM-RESULT-L, PM-MESSAGE-L,
               DISPLAY "PROGRAM ", LOAD-NAME, " LOADED AT ",
                       START-ADDR-TEXT, " WITH ", SA-REQUEST-COUNT-L,
                       " INSTRUCTIONS."
           ELSE IF PM-PENDING-L THEN
               ADD 1 TO AWAITING-COUNT
               DISPLAY "PROGRAM ", LOAD-NAME, " LOADED AT ",
                       START-ADDR-TEXT, ", CHANGE AWAITING APPROVAL."
           ELSE
               ADD 1 TO FAILED-COUNT
               PERFORM UNDO-PROGRAM-CHAIN
