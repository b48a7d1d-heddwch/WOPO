           88 CODE-FILE-NOT-FOUND VALUE "35".
       01 INDEX-FILE-STATUS PIC XX VALUE SPACES.
           88 INDEX-FILE-NOT-FOUND VALUE "35".
       01 PROGRAM-IP PIC 9(5).
       01 RESTORE-NAME PIC X(16) VALUE SPACES.
       01 RESTORE-TIMESTAMP PIC X(16) VALUE SPACES.
       01 RESTORE-USER PIC X(40) VALUE SPACES.
       01 SNAPSHOT-TABLE.
           03 SNAP-COUNT PIC 9(3) VALUE 0.
           03 SNAP-ENTRY OCCURS 998 TIMES.
               05 SNAP-OLD-IP PIC 9(5).
               05 SNAP-TEXT PIC X(999).
               05 SNAP-PREV PIC 9(5).
               05 SNAP-NEXT PIC 9(5).
               05 SNAP-VISITED PIC X.
       01 SNAP-IDX PIC 9(3) VALUE 0.
       01 ORDER-TABLE.
       01 ORDER-POS PIC 9(3) VALUE 0.
       01 HEAD-IDX PIC 9(3) VALUE 0.
       01 HEAD-SCAN-IDX PIC 9(3) VALUE 0.
       01 NEXT-OLD-IP PIC 9(5) VALUE 0.
       01 LOOKUP-IDX PIC 9(3) VALUE 0.
       01 CHAIN-OK-SW PIC X VALUE "N".
           88 CHAIN-OK VALUE "Y".
       01 INDEX-FOUND-SW PIC X VALUE "N".
           88 INDEX-FOUND VALUE "Y".
       01 CURRENT-MIN-LEVEL PIC 9(2) VALUE 0.
       01 START-ADDR-TEXT PIC 9(5).
       01 SA-REQUEST-COUNT-L PIC 9(3) VALUE 0.
       01 SA-SLOT-TABLE-L.
           03 SA-SLOT-L PIC 9(5) OCCURS 999 TIMES.
       01 SA-RESULT-L PIC X.
           88 SA-ALLOCATED-L VALUE "Y".
       01 AUTH-USER-NAME-L PIC X(40).
       01 PM-VALUE-2-L PIC X(64).
       01 PM-RESULT-L PIC X.
           88 PM-OK-L VALUE "Y".
           88 PM-PENDING-L VALUE "P".
       01 PM-MESSAGE-L PIC X(120).
       01 PM-CHECK-ONLY-L PIC X VALUE "N".
       01 SO-USER-NAME-L PIC X(40).

       FIND-CHAIN-HEAD.
           MOVE SNAP-PREV(HEAD-SCAN-IDX) TO NEXT-OLD-IP.
           IF NEXT-OLD-IP IS EQUAL TO 99999 THEN
               MOVE HEAD-SCAN-IDX TO HEAD-IDX
           ELSE
               MOVE 0 TO LOOKUP-IDX
               ADD 1 TO ORDER-COUNT
               MOVE LOOKUP-IDX TO ORDER-IDX(ORDER-COUNT)
               MOVE SNAP-NEXT(LOOKUP-IDX) TO NEXT-OLD-IP
               IF NEXT-OLD-IP IS EQUAL TO 99999 THEN
                   MOVE 0 TO LOOKUP-IDX
               ELSE
                   MOVE 0 TO LOOKUP-IDX
           MOVE ORDER-IDX(ORDER-POS) TO LOOKUP-IDX.
           MOVE SNAP-TEXT(LOOKUP-IDX) TO INSTRUCTION-RECORD.
           IF ORDER-POS IS EQUAL TO 1 THEN
               MOVE 99999 TO PREV-IP
           ELSE
               MOVE SA-SLOT-L(ORDER-POS - 1) TO PREV-IP.
           IF ORDER-POS IS EQUAL TO ORDER-COUNT THEN
               MOVE 99999 TO NEXT-IP
           ELSE
               MOVE SA-SLOT-L(ORDER-POS + 1) TO NEXT-IP.
           WRITE PROGRAM-RECORD
           MOVE CURRENT-MIN-LEVEL TO PM-VALUE-1-L(1:2).
           MOVE SPACES TO PM-VALUE-2-L.
           MOVE SA-SLOT-L(1) TO START-ADDR-TEXT.
           MOVE START-ADDR-TEXT TO PM-VALUE-2-L(1:5).
           CALL "PROG-MAINT" USING PM-FILE-CODE-L, PM-ACTION-CODE-L,
                PM-REQUESTING-USER-L, PM-KEY-L, PM-VALUE-1-L,
                PM-VALUE-2-L, PM-RESULT-L, PM-MESSAGE-L,
           IF PM-OK-L THEN
               DISPLAY "PROGRAM ", RESTORE-NAME, " RESTORED TO ",
                       RESTORE-TIMESTAMP, " AT ", START-ADDR-TEXT
           ELSE IF PM-PENDING-L THEN
               DISPLAY "PROGRAM ", RESTORE-NAME, " RESTORE TO ",
                       RESTORE-TIMESTAMP, " AT ", START-ADDR-TEXT,
                       " AWAITING APPROVAL."
           ELSE
               PERFORM UNDO-RESTORED-CHAIN
               DISPLAY "RESTORE NOT REGISTERED: ", PM-MESSAGE-L.
