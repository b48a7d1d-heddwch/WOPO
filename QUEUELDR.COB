       01 SEGMENT-COUNT PIC 9(6) VALUE 0.
       01 TOTAL-SEGMENT-COUNT PIC 9(6) VALUE 0.
       01 DECK-RECORD-COUNT PIC 9(6) VALUE 0.
       01 SEGMENT-HASH PIC 9(12) VALUE 0.
       01 CH-HASH-L PIC 9(6).
       01 CP-DATE-L PIC X(8) VALUE SPACES.
       01 CP-TOTAL-CODE-L PIC 9(2).
           88 CP-LOADED-L VALUE 1.
       01 CP-COUNT-L PIC 9(8).
       01 CP-HASH-L PIC 9(12).
       01 XL-FUNCTION-L PIC X.
           88 XL-LOAD-L VALUE "L".
           88 XL-ENCODE-L VALUE "E".
           88 XL-DECODE-L VALUE "D".
       01 XL-CELL-L PIC 9(3).
       01 XL-CHARACTER-L PIC X.
       01 XL-MODE-L PIC X.
           88 XL-ASCII-MODE-L VALUE SPACE.
           88 XL-CHARACTER-MODE-L VALUE "C".
           88 XL-DECIMAL-MODE-L VALUE "D".
       01 XL-PAGE-NAME-L PIC X(16).
       01 XL-RESULT-L PIC X.
           88 XL-MAPPED-L VALUE "Y".
       01 PAD-CHARACTER PIC X VALUE SPACE.
       01 DECIMAL-TEXT PIC X(3).
       01 DECIMAL-VALUE REDEFINES DECIMAL-TEXT PIC 9(3).
       01 UNMAPPED-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "QUEUE LOADER: ENQUEUEING INPUT DECK SEGMENTS ",
           MOVE SPACES TO PENDING-TEXT.
           MOVE 0 TO PENDING-LEN.
           MOVE 0 TO SEGMENT-COUNT.
           MOVE 0 TO SEGMENT-HASH.
           MOVE "N" TO IN-ESCAPE-SW.
           MOVE 0 TO UNMAPPED-COUNT.
           PERFORM LOAD-CODE-PAGE.
           PERFORM RESOLVE-NEXT-SEQUENCE.
           MOVE "Y" TO GROUP-OPEN-SW.

       LOAD-CODE-PAGE.
           SET XL-LOAD-L TO TRUE.
           CALL "CODE-PAGE" USING XL-FUNCTION-L, CURRENT-CHANNEL,
                XL-CELL-L, XL-CHARACTER-L, XL-MODE-L, XL-PAGE-NAME-L,
                XL-RESULT-L.
           IF NOT XL-MAPPED-L THEN
               DISPLAY "CHANNEL ", CURRENT-CHANNEL, " ENCODING ",
                       XL-PAGE-NAME-L, " NOT IN TRANSLATION-TABLE, ",
                       "ASCII USED.".
           MOVE SPACE TO PAD-CHARACTER.
           IF XL-CHARACTER-MODE-L THEN
               MOVE 32 TO XL-CELL-L
               SET XL-ENCODE-L TO TRUE
               CALL "CODE-PAGE" USING XL-FUNCTION-L, CURRENT-CHANNEL,
                    XL-CELL-L, XL-CHARACTER-L, XL-MODE-L,
                    XL-PAGE-NAME-L, XL-RESULT-L
               IF XL-MAPPED-L THEN
                   MOVE XL-CHARACTER-L TO PAD-CHARACTER.

       RESOLVE-NEXT-SEQUENCE.
           MOVE 1 TO QUEUE-SEQ-NEXT.
           MOVE CURRENT-CHANNEL TO QUEUE-CHANNEL.
           MOVE 999 TO TEXT-LEN.
           PERFORM TRIM-DECK-TEXT
               UNTIL TEXT-LEN IS EQUAL TO 0
                  OR (DECK-TEXT(TEXT-LEN:1) IS NOT EQUAL TO SPACE AND
                      DECK-TEXT(TEXT-LEN:1) IS NOT EQUAL TO
                      PAD-CHARACTER).
           IF TEXT-LEN IS GREATER THAN 0 THEN
               PERFORM CHECK-DECK-TEXT
               MOVE DECK-TEXT(1:TEXT-LEN)
                    TO PENDING-TEXT(PENDING-LEN + 1:TEXT-LEN)
               ADD TEXT-LEN TO PENDING-LEN.
       TRIM-DECK-TEXT.
           SUBTRACT 1 FROM TEXT-LEN.

       CHECK-DECK-TEXT.
           IF XL-ASCII-MODE-L THEN
               PERFORM TOGGLE-ESCAPE-PARITY
                   VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX IS GREATER THAN TEXT-LEN
           ELSE IF XL-DECIMAL-MODE-L THEN
               PERFORM CHECK-DECIMAL-GROUP
                   VARYING SCAN-IDX FROM 1 BY 3
                   UNTIL SCAN-IDX IS GREATER THAN TEXT-LEN
           ELSE
               PERFORM CHECK-DECK-CHARACTER
                   VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX IS GREATER THAN TEXT-LEN.

       TOGGLE-ESCAPE-PARITY.
           IF DECK-TEXT(SCAN-IDX:1) IS EQUAL TO "$" THEN
               IF IN-ESCAPE THEN
               ELSE
                   MOVE "Y" TO IN-ESCAPE-SW.

       CHECK-DECIMAL-GROUP.
           MOVE DECK-TEXT(SCAN-IDX:3) TO DECIMAL-TEXT.
           IF DECIMAL-TEXT IS NOT NUMERIC THEN
               ADD 1 TO UNMAPPED-COUNT
           ELSE IF DECIMAL-VALUE IS GREATER THAN 255 THEN
               ADD 1 TO UNMAPPED-COUNT.

       CHECK-DECK-CHARACTER.
           MOVE DECK-TEXT(SCAN-IDX:1) TO XL-CHARACTER-L.
           SET XL-DECODE-L TO TRUE.
           CALL "CODE-PAGE" USING XL-FUNCTION-L, CURRENT-CHANNEL,
                XL-CELL-L, XL-CHARACTER-L, XL-MODE-L, XL-PAGE-NAME-L,
                XL-RESULT-L.
           IF NOT XL-MAPPED-L THEN
               ADD 1 TO UNMAPPED-COUNT.

       EMIT-FULL-SEGMENT.
           MOVE 999 TO SEGMENT-CUT.
           PERFORM WRITE-QUEUE-SEGMENT.
           MOVE QUEUE-SEQ-NEXT TO QUEUE-SEQUENCE.
           MOVE SPACES TO QUEUE-DATA.
           MOVE PENDING-TEXT(1:SEGMENT-CUT) TO QUEUE-DATA.
           IF SEGMENT-CUT IS LESS THAN 999 THEN
               INSPECT QUEUE-DATA(SEGMENT-CUT + 1:)
                   REPLACING ALL SPACE BY PAD-CHARACTER.
           WRITE QUEUE-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE QUEUE KEY, SKIPPED: ",
               NOT INVALID KEY
                   ADD 1 TO SEGMENT-COUNT
                   ADD 1 TO TOTAL-SEGMENT-COUNT
                   CALL "CONTROL-HASH" USING QUEUE-DATA, CH-HASH-L
                   ADD CH-HASH-L TO SEGMENT-HASH
           END-WRITE.
           ADD 1 TO QUEUE-SEQ-NEXT.

           IF IN-ESCAPE THEN
               DISPLAY "CHANNEL ", CURRENT-CHANNEL,
                       " UNTERMINATED ESCAPE IN DECK TEXT.".
           IF UNMAPPED-COUNT IS GREATER THAN 0 THEN
               DISPLAY "CHANNEL ", CURRENT-CHANNEL, " ", UNMAPPED-COUNT,
                       " DECK CHARACTERS HAVE NO MAPPING IN ",
                       XL-PAGE-NAME-L.
           DISPLAY "CHANNEL ", CURRENT-CHANNEL, " ENQUEUED ",
                   SEGMENT-COUNT, " SEGMENTS.".
           SET CP-LOADED-L TO TRUE.
           MOVE SEGMENT-COUNT TO CP-COUNT-L.
           MOVE SEGMENT-HASH TO CP-HASH-L.
           CALL "CONTROL-POST" USING CURRENT-CHANNEL, CP-DATE-L,
                CP-TOTAL-CODE-L, CP-COUNT-L, CP-HASH-L.
           MOVE "N" TO GROUP-OPEN-SW.
