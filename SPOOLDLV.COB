       01 ROUTE-TO-CHANNEL PIC X(50) VALUE SPACES.
       01 ROUTED-COUNT PIC 9(6) VALUE 0.
       01 ROUTED-GROUP-COUNT PIC 9(6) VALUE 0.
       01 ROUTE-WRITTEN-SW PIC X VALUE "N".
           88 ROUTE-WRITTEN VALUE "Y".
       01 GROUP-TOTALS.
           03 GROUP-DELIVERED-COUNT PIC 9(8).
           03 GROUP-DELIVERED-HASH PIC 9(12).
           03 GROUP-ROUTED-OUT-COUNT PIC 9(8).
           03 GROUP-ROUTED-OUT-HASH PIC 9(12).
           03 GROUP-ROUTED-IN-COUNT PIC 9(8).
           03 GROUP-ROUTED-IN-HASH PIC 9(12).
       01 CH-HASH-L PIC 9(6).
       01 CP-DATE-L PIC X(8) VALUE SPACES.
       01 CP-TOTAL-CODE-L PIC 9(2).
           88 CP-ROUTED-IN-L VALUE 2.
           88 CP-DELIVERED-L VALUE 7.
           88 CP-ROUTED-OUT-L VALUE 8.
       01 CP-COUNT-L PIC 9(8).
       01 CP-HASH-L PIC 9(12).
       01 CFG-KEY-L PIC X(16) VALUE SPACES.
       01 CFG-VALUE-L PIC X(64).
       01 CFG-FOUND-L PIC X.
           88 CFG-RESOLVED-L VALUE "Y".
       01 XL-FUNCTION-L PIC X.
           88 XL-LOAD-L VALUE "L".
           88 XL-ENCODE-L VALUE "E".
       01 XL-CELL-L PIC 9(3).
       01 XL-CHARACTER-L PIC X.
       01 XL-MODE-L PIC X.
           88 XL-CHARACTER-MODE-L VALUE "C".
       01 XL-PAGE-NAME-L PIC X(16).
       01 XL-RESULT-L PIC X.
           88 XL-MAPPED-L VALUE "Y".
       01 PAD-CHARACTER PIC X VALUE SPACE.
       01 PAD-LEN PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "SPOOL DELIVERY: DRAINING SPOOLED OUTPUT TO ",
               END-IF
               IF NOT ROUTE-ACTIVE OR ROUTE-BOTH THEN
                   MOVE SPOOL-DATA TO DELIVERY-RECORD
                   PERFORM WRITE-DELIVERY-RECORD
               END-IF
               CALL "CONTROL-HASH" USING SPOOL-DATA, CH-HASH-L
               IF ROUTE-ACTIVE AND ROUTE-WRITTEN THEN
                   ADD 1 TO GROUP-ROUTED-OUT-COUNT
                   ADD CH-HASH-L TO GROUP-ROUTED-OUT-HASH
               ELSE
                   IF NOT ROUTE-ACTIVE OR ROUTE-BOTH THEN
                       ADD 1 TO GROUP-DELIVERED-COUNT
                       ADD CH-HASH-L TO GROUP-DELIVERED-HASH
                   END-IF
               END-IF
               DELETE SPOOL-FILE RECORD
                   INVALID KEY CONTINUE
               MOVE 0 TO ROUTED-GROUP-COUNT
               PERFORM RESOLVE-NEXT-SEQUENCE.
           IF NOT ROUTE-ACTIVE OR ROUTE-BOTH THEN
               PERFORM LOAD-CODE-PAGE
               PERFORM OPEN-DELIVERY-FILE.
           MOVE 0 TO SEGMENT-COUNT.
           MOVE ZEROS TO GROUP-TOTALS.
           MOVE "Y" TO GROUP-OPEN-SW.

       OPEN-DELIVERY-FILE.
               CLOSE DELIVERY-FILE
               OPEN EXTEND DELIVERY-FILE.

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

       WRITE-DELIVERY-RECORD.
           IF PAD-CHARACTER IS NOT EQUAL TO SPACE THEN
               MOVE 999 TO PAD-LEN
               PERFORM TRIM-DELIVERY-RECORD
                   UNTIL PAD-LEN IS EQUAL TO 0
                      OR DELIVERY-RECORD(PAD-LEN:1)
                         IS NOT EQUAL TO SPACE
               IF PAD-LEN IS LESS THAN 999 THEN
                   INSPECT DELIVERY-RECORD(PAD-LEN + 1:)
                       REPLACING ALL SPACE BY PAD-CHARACTER.
           WRITE DELIVERY-RECORD.

       TRIM-DELIVERY-RECORD.
           SUBTRACT 1 FROM PAD-LEN.

       RESOLVE-CHANNEL-ROUTE.
           MOVE "N" TO ROUTE-ACTIVE-SW.
           MOVE "N" TO ROUTE-BOTH-SW.
                   MOVE "Y" TO ROUTE-BOTH-SW.

       ROUTE-QUEUE-SEGMENT.
           MOVE "N" TO ROUTE-WRITTEN-SW.
           MOVE ROUTE-TO-CHANNEL TO QUEUE-CHANNEL.
           MOVE QUEUE-SEQ-NEXT TO QUEUE-SEQUENCE.
           WRITE QUEUE-RECORD
               NOT INVALID KEY
                   ADD 1 TO ROUTED-COUNT
                   ADD 1 TO ROUTED-GROUP-COUNT
                   MOVE "Y" TO ROUTE-WRITTEN-SW
                   CALL "CONTROL-HASH" USING QUEUE-DATA, CH-HASH-L
                   ADD 1 TO GROUP-ROUTED-IN-COUNT
                   ADD CH-HASH-L TO GROUP-ROUTED-IN-HASH
           END-WRITE.
           ADD 1 TO QUEUE-SEQ-NEXT.

           DISPLAY "CHANNEL ", CURRENT-CHANNEL, " PROGRAM ",
                   CURRENT-PROGRAM, " DELIVERED ", SEGMENT-COUNT,
                   " SEGMENTS.".
           PERFORM POST-DELIVERY-TOTALS.
           MOVE "N" TO GROUP-OPEN-SW.

       POST-DELIVERY-TOTALS.
           SET CP-DELIVERED-L TO TRUE.
           MOVE GROUP-DELIVERED-COUNT TO CP-COUNT-L.
           MOVE GROUP-DELIVERED-HASH TO CP-HASH-L.
           CALL "CONTROL-POST" USING CURRENT-CHANNEL, CP-DATE-L,
                CP-TOTAL-CODE-L, CP-COUNT-L, CP-HASH-L.
           SET CP-ROUTED-OUT-L TO TRUE.
           MOVE GROUP-ROUTED-OUT-COUNT TO CP-COUNT-L.
           MOVE GROUP-ROUTED-OUT-HASH TO CP-HASH-L.
           CALL "CONTROL-POST" USING CURRENT-CHANNEL, CP-DATE-L,
                CP-TOTAL-CODE-L, CP-COUNT-L, CP-HASH-L.
           IF ROUTE-ACTIVE THEN
               SET CP-ROUTED-IN-L TO TRUE
               MOVE GROUP-ROUTED-IN-COUNT TO CP-COUNT-L
               MOVE GROUP-ROUTED-IN-HASH TO CP-HASH-L
               CALL "CONTROL-POST" USING ROUTE-TO-CHANNEL, CP-DATE-L,
                    CP-TOTAL-CODE-L, CP-COUNT-L, CP-HASH-L.

       APPEND-OUTPUT-TAIL.
           IF CKPT-AVAILABLE THEN
               MOVE CURRENT-CHANNEL TO CKPT-CHANNEL-NAME
                           IF NOT ROUTE-ACTIVE OR ROUTE-BOTH THEN
                               MOVE CKPT-OUTPUT-BUFFER
                                    TO DELIVERY-RECORD
                               PERFORM WRITE-DELIVERY-RECORD
                           END-IF
                           ADD 1 TO SEGMENT-COUNT
                           MOVE SPACES TO CKPT-OUTPUT-BUFFER
