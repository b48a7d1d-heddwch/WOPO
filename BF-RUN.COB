       01 DEAD-SCAN-STATE PIC 9(2) VALUE 0.
           88 DEAD-SCAN-DONE VALUE 10.
       01 SPOOL-SEQ-NEXT PIC 9(8) VALUE 1.
       01 RUN-TOTALS.
           03 RUN-CONSUMED-COUNT PIC 9(8).
           03 RUN-CONSUMED-HASH PIC 9(12).
           03 RUN-DEAD-COUNT PIC 9(8).
           03 RUN-DEAD-HASH PIC 9(12).
           03 RUN-SPOOLED-COUNT PIC 9(8).
           03 RUN-SPOOLED-HASH PIC 9(12).
       01 CH-HASH-L PIC 9(6).
       01 CP-DATE-L PIC X(8) VALUE SPACES.
       01 CP-TOTAL-CODE-L PIC 9(2).
           88 CP-CONSUMED-L VALUE 4.
           88 CP-DEAD-L VALUE 5.
           88 CP-SPOOLED-L VALUE 6.
       01 CP-COUNT-L PIC 9(8).
       01 CP-HASH-L PIC 9(12).
       01 STATS-DATE PIC 9(8).
       01 STATS-TIME PIC 9(8).
       01 AUTH-USER-NAME-L PIC X(40).
           03 CYCLES PIC 9(8) VALUE 0.
           03 OUT-PTR PIC 9(3) VALUE 1.
           03 LOOP-DEPTH PIC 99 VALUE 0.
           03 JUMP-IP PIC 9(4) VALUE 0.
           03 LOOP-STATE PIC 99 VALUE 0.
               88 DONE VALUE 99.
       01 INSTRUCTION-TABLE.
           03 INSTRUCTION-COUNT PIC 9(4) USAGE COMPUTATIONAL VALUE 0.
           03 INSTRUCTION-ENTRY OCCURS 7992 TIMES.
               05 INSTRUCTION-OP PIC X.
               05 INSTRUCTION-POS PIC 9(4) USAGE COMPUTATIONAL.
               05 INSTRUCTION-MATCH PIC 9(4) USAGE COMPUTATIONAL.
       01 BRACKET-STACK.
           03 BRACKET-TOP PIC 9(4) USAGE COMPUTATIONAL VALUE 0.
           03 BRACKET-ENTRY PIC 9(4) USAGE COMPUTATIONAL
                            OCCURS 7992 TIMES.
       01 DECODE-PTR PIC 9(4) USAGE COMPUTATIONAL.
       01 DECODE-START PIC 9(4) USAGE COMPUTATIONAL.
       01 MATCH-IP PIC 9(4) USAGE COMPUTATIONAL.
       01 DECODE-STATE PIC 99 VALUE 0.
           88 DECODE-DONE VALUE 99.
       01 LOOPS-BALANCED-SW PIC X VALUE "Y".
           88 LOOPS-BALANCED VALUE "Y".
       01 BF-MEMORY.
           03 BF-CELL PIC 999
                       USAGE COMPUTATIONAL
           03 COBOL-STRING PIC X(6).
               88 LSQB VALUE "LSQB".
               88 RSQB VALUE "RSQB".
       01 XL-FUNCTION-L PIC X.
           88 XL-LOAD-L VALUE "L".
           88 XL-ENCODE-L VALUE "E".
           88 XL-DECODE-L VALUE "D".
       01 XL-CELL-L PIC 9(3).
       01 XL-CHARACTER-L PIC X.
       01 XL-MODE-L PIC X.
           88 XL-ASCII-MODE-L VALUE SPACE.
           88 XL-DECIMAL-MODE-L VALUE "D".
       01 XL-PAGE-NAME-L PIC X(16).
       01 XL-RESULT-L PIC X.
           88 XL-MAPPED-L VALUE "Y".
       01 OUT-LIMIT PIC 9(3) VALUE 999.
       01 UNMAPPED-COUNT PIC 9(6) VALUE 0.
       01 DECIMAL-TEXT PIC X(3).
       01 DECIMAL-VALUE REDEFINES DECIMAL-TEXT PIC 9(3).
      D01  DEBUG-DISPLAY.
      D    03 FILLER PIC XXX VALUE "IP.".
      D    03 DEBUG-IP PIC 9(4).
           88 RUN-STATUS-BAD-INPUT VALUE 3.
           88 RUN-STATUS-BAD-INSTRUCTION VALUE 4.
           88 RUN-STATUS-UNAUTHORIZED VALUE 5.
           88 RUN-STATUS-UNBALANCED-LOOPS VALUE 7.
       01 RUN-PROGRAM-NAME PIC X(16).
       01 RESUME-SWITCH PIC X.
           88 RESUME-RUN VALUE "Y".
                                RUN-CYCLES-OUT, SANDBOX-SWITCH-L.
           MOVE 0 TO CYCLES.
           MOVE SPACES TO RUN-MESSAGE-L.
           MOVE ZEROS TO RUN-TOTALS.
           MOVE 0 TO UNMAPPED-COUNT.
           PERFORM AUTHORIZE-RUN.
           IF RUN-STATUS-UNAUTHORIZED THEN
               GO TO UNAUTHORIZED-EXIT.
           PERFORM DECODE-PROGRAM.
           IF NOT LOOPS-BALANCED THEN
               MOVE "UNBALANCED LOOP BRACKETS, PROGRAM NOT RUN."
                    TO RUN-MESSAGE-L
               SET RUN-STATUS-UNBALANCED-LOOPS TO TRUE
               GO TO UNBALANCED-EXIT.
           PERFORM LOAD-CODE-PAGE.
           MOVE 1 TO IN-PTR.
           MOVE 0 TO CONSUMED-COUNT.
           MOVE "N" TO DEAD-FLUSHED-SW.
           MOVE 0 TO JUMP-IP.
           MOVE 0 TO LOOP-STATE.
           SET RUN-STATUS-CYCLE-LIMIT TO TRUE.
           IF NOT SANDBOX-RUN THEN
               MOVE AUTH-MESSAGE-L TO RUN-MESSAGE-L
               SET RUN-STATUS-UNAUTHORIZED TO TRUE.

       LOAD-CODE-PAGE.
           SET XL-LOAD-L TO TRUE.
           CALL "CODE-PAGE" USING XL-FUNCTION-L, CHANNEL-NAME-L,
                XL-CELL-L, XL-CHARACTER-L, XL-MODE-L, XL-PAGE-NAME-L,
                XL-RESULT-L.
           IF XL-DECIMAL-MODE-L THEN
               MOVE 997 TO OUT-LIMIT
           ELSE
               MOVE 999 TO OUT-LIMIT.

       UNAUTHORIZED-EXIT.
           PERFORM FINISH-RUN.
           EXIT PROGRAM.

       UNBALANCED-EXIT.
           PERFORM FINISH-RUN.
           EXIT PROGRAM.

       DECODE-PROGRAM.
           MOVE 0 TO INSTRUCTION-COUNT.
           MOVE 0 TO BRACKET-TOP.
           MOVE "Y" TO LOOPS-BALANCED-SW.
           MOVE 1 TO DECODE-PTR.
           MOVE 0 TO DECODE-STATE.
           PERFORM DECODE-INSTRUCTION UNTIL DECODE-DONE.
           IF BRACKET-TOP IS NOT EQUAL TO 0 THEN
               MOVE "N" TO LOOPS-BALANCED-SW.

       DECODE-INSTRUCTION.
           IF DECODE-PTR IS LESS THAN 7992 THEN
               MOVE DECODE-PTR TO DECODE-START
               UNSTRING BF-CODE INTO CURRENT-INSTRUCTION
                        WITH POINTER DECODE-PTR
               IF BF-ESCAPE THEN
                   PERFORM DECODE-ESCAPE
               END-IF
               PERFORM ENTER-INSTRUCTION
           ELSE
               MOVE 99 TO DECODE-STATE.

       DECODE-ESCAPE.
           UNSTRING BF-CODE DELIMITED BY "$"
                    INTO COBOL-STRING
                    WITH POINTER DECODE-PTR.
           IF COBOL-STRING IS EQUAL TO SPACES OR
              COBOL-STRING IS EQUAL TO "NUL" THEN
               MOVE "$" TO CURRENT-INSTRUCTION
           ELSE IF LSQB THEN
               MOVE "(" TO CURRENT-INSTRUCTION
           ELSE IF RSQB THEN
               MOVE ")" TO CURRENT-INSTRUCTION
           ELSE
               MOVE SPACE TO CURRENT-INSTRUCTION.

       ENTER-INSTRUCTION.
           IF BF-LEFT OR BF-RIGHT OR BF-DEC OR BF-INC OR
              BF-OUT OR BF-IN OR BF-BEGIN OR BF-END OR BF-DIE THEN
               ADD 1 TO INSTRUCTION-COUNT
               MOVE CURRENT-INSTRUCTION
                    TO INSTRUCTION-OP(INSTRUCTION-COUNT)
               MOVE DECODE-START TO INSTRUCTION-POS(INSTRUCTION-COUNT)
               MOVE 0 TO INSTRUCTION-MATCH(INSTRUCTION-COUNT)
               IF BF-BEGIN THEN
                   ADD 1 TO BRACKET-TOP
                   MOVE INSTRUCTION-COUNT TO BRACKET-ENTRY(BRACKET-TOP)
               ELSE IF BF-END THEN
                   PERFORM MATCH-BRACKET.

       MATCH-BRACKET.
           IF BRACKET-TOP IS EQUAL TO 0 THEN
               MOVE "N" TO LOOPS-BALANCED-SW
               MOVE 99 TO DECODE-STATE
           ELSE
               MOVE BRACKET-ENTRY(BRACKET-TOP) TO MATCH-IP
               MOVE MATCH-IP TO INSTRUCTION-MATCH(INSTRUCTION-COUNT)
               MOVE INSTRUCTION-COUNT TO INSTRUCTION-MATCH(MATCH-IP)
               SUBTRACT 1 FROM BRACKET-TOP.

       LOCATE-RESUME-IP.
           MOVE 1 TO IP.
           PERFORM ADVANCE-RESUME-IP
               UNTIL IP IS GREATER THAN INSTRUCTION-COUNT
                  OR INSTRUCTION-POS(IP) IS NOT LESS THAN CKPT-IP.

       ADVANCE-RESUME-IP.
           ADD 1 TO IP.

       FINISH-RUN.
           MOVE CYCLES TO RUN-CYCLES-OUT.
           IF NOT SANDBOX-RUN THEN
               PERFORM LOG-STATS
               PERFORM POST-RUN-TOTALS.

       POST-RUN-TOTALS.
           SET CP-CONSUMED-L TO TRUE.
           MOVE RUN-CONSUMED-COUNT TO CP-COUNT-L.
           MOVE RUN-CONSUMED-HASH TO CP-HASH-L.
           CALL "CONTROL-POST" USING CHANNEL-NAME-L, CP-DATE-L,
                CP-TOTAL-CODE-L, CP-COUNT-L, CP-HASH-L.
           SET CP-DEAD-L TO TRUE.
           MOVE RUN-DEAD-COUNT TO CP-COUNT-L.
           MOVE RUN-DEAD-HASH TO CP-HASH-L.
           CALL "CONTROL-POST" USING CHANNEL-NAME-L, CP-DATE-L,
                CP-TOTAL-CODE-L, CP-COUNT-L, CP-HASH-L.
           SET CP-SPOOLED-L TO TRUE.
           MOVE RUN-SPOOLED-COUNT TO CP-COUNT-L.
           MOVE RUN-SPOOLED-HASH TO CP-HASH-L.
           CALL "CONTROL-POST" USING CHANNEL-NAME-L, CP-DATE-L,
                CP-TOTAL-CODE-L, CP-COUNT-L, CP-HASH-L.

       HELL.
           IF LIVE-FEED-MODE AND
              (CONSUMED-COUNT IS GREATER THAN 0 OR DEAD-FLUSHED) THEN
               PERFORM WRITE-DEAD-LETTERS.
           IF LIVE-FEED-MODE AND RUN-STATUS-NORMAL THEN
               PERFORM COUNT-CONSUMED-ENTRY
                   VARYING CONSUMED-IDX FROM 1 BY 1
                   UNTIL CONSUMED-IDX IS GREATER THAN CONSUMED-COUNT
               PERFORM PURGE-FLUSHED-DEAD-LETTERS.
           IF RUN-STATUS-NORMAL THEN
               IF NOT SANDBOX-RUN AND
               MOVE "BAD-INSTRUCTION" TO STATS-REASON
           ELSE IF RUN-STATUS-UNAUTHORIZED THEN
               MOVE "UNAUTHORIZED" TO STATS-REASON
           ELSE IF RUN-STATUS-UNBALANCED-LOOPS THEN
               MOVE "UNBALANCED-LOOPS" TO STATS-REASON
           ELSE
               MOVE "UNKNOWN" TO STATS-REASON.
           MOVE CHANNEL-NAME-L TO STATS-CHANNEL.
           MOVE REQUESTING-USER-L TO STATS-REQUESTING-USER.
           MOVE UNMAPPED-COUNT TO STATS-UNMAPPED-COUNT.
           WRITE STATS-RECORD.
           CLOSE STATS-FILE.

                               UNTIL CURRENT-CELL IS GREATER THAN 9999
                   SET CURRENT-CELL TO 1
               NOT INVALID KEY
                   PERFORM LOCATE-RESUME-IP
                   MOVE CKPT-OUT-PTR TO OUT-PTR
                   MOVE CKPT-LOOP-DEPTH TO LOOP-DEPTH
                   MOVE CKPT-SPOOL-SEQ-NEXT TO SPOOL-SEQ-NEXT
       SAVE-CHECKPOINT.
           MOVE CHANNEL-NAME-L TO CKPT-CHANNEL-NAME.
           MOVE RUN-PROGRAM-NAME TO CKPT-PROGRAM-NAME.
           IF IP IS GREATER THAN INSTRUCTION-COUNT THEN
               MOVE 7992 TO CKPT-IP
           ELSE
               MOVE INSTRUCTION-POS(IP) TO CKPT-IP.
           MOVE OUT-PTR TO CKPT-OUT-PTR.
           MOVE LOOP-DEPTH TO CKPT-LOOP-DEPTH.
           MOVE SPOOL-SEQ-NEXT TO CKPT-SPOOL-SEQ-NEXT.
           MOVE 0 TO BF-CELL(CURRENT-CELL).

       READ-INSTRUCTION.
           IF IP IS NOT GREATER THAN INSTRUCTION-COUNT THEN
               MOVE INSTRUCTION-OP(IP) TO CURRENT-INSTRUCTION
               MOVE INSTRUCTION-MATCH(IP) TO JUMP-IP
               ADD 1 TO IP
           ELSE
               MOVE 99 TO LOOP-STATE.

           MOVE 99 TO LOOP-STATE.

       DO-OUT.
           IF OUT-PTR IS NOT LESS THAN OUT-LIMIT THEN
               IF SANDBOX-RUN THEN
                   SET RUN-STATUS-OUTPUT-OVERFLOW TO TRUE
                   GO TO HELL
               ELSE
                   PERFORM SPOOL-OUTPUT.
           IF XL-ASCII-MODE-L THEN
               PERFORM WRITE-ASCII-OUTPUT
           ELSE
               PERFORM WRITE-TRANSLATED-OUTPUT.
           MOVE 99 TO LOOP-STATE.

       WRITE-ASCII-OUTPUT.
           MOVE BF-CELL(CURRENT-CELL) TO CHAR-CODE
           CALL "DECODE-ASCII" USING ASCII-CHARACTER
           IF COBOL-STRING IS EQUAL TO SPACES THEN
               IF CHAR-CODE IS NOT EQUAL TO 32 THEN
                   ADD 1 TO UNMAPPED-COUNT
               END-IF
               ADD 1 TO OUT-PTR
           ELSE
               STRING COBOL-STRING,
                      DELIMITED BY SPACES,
                      INTO BF-OUTPUT,
                      WITH POINTER OUT-PTR.
      D    DISPLAY "OUT", I-O-CHARACTER, BF-CELL(CURRENT-CELL).

       WRITE-TRANSLATED-OUTPUT.
           MOVE BF-CELL(CURRENT-CELL) TO XL-CELL-L.
           IF XL-DECIMAL-MODE-L THEN
               MOVE XL-CELL-L TO BF-OUTPUT(OUT-PTR:3)
               ADD 3 TO OUT-PTR
           ELSE
               SET XL-ENCODE-L TO TRUE
               CALL "CODE-PAGE" USING XL-FUNCTION-L, CHANNEL-NAME-L,
                    XL-CELL-L, XL-CHARACTER-L, XL-MODE-L,
                    XL-PAGE-NAME-L, XL-RESULT-L
               IF XL-MAPPED-L THEN
                   MOVE XL-CHARACTER-L TO BF-OUTPUT(OUT-PTR:1)
                   ADD 1 TO OUT-PTR
               ELSE
                   ADD 1 TO UNMAPPED-COUNT.

       SPOOL-OUTPUT.
           MOVE CHANNEL-NAME-L TO SPOOL-CHANNEL.
                           SET RUN-STATUS-OUTPUT-OVERFLOW TO TRUE
                           GO TO HELL
                   END-REWRITE
               NOT INVALID KEY
                   CALL "CONTROL-HASH" USING SPOOL-DATA, CH-HASH-L
                   ADD 1 TO RUN-SPOOLED-COUNT
                   ADD CH-HASH-L TO RUN-SPOOLED-HASH
           END-WRITE.
           ADD 1 TO SPOOL-SEQ-NEXT.
           MOVE SPACES TO BF-OUTPUT.
               IF IN-PTR IS GREATER THAN 990 THEN
                   SET RUN-STATUS-BAD-INPUT TO TRUE
                   GO TO HELL.
           IF XL-ASCII-MODE-L THEN
               PERFORM READ-ASCII-INPUT
           ELSE
               PERFORM READ-TRANSLATED-INPUT.
           MOVE 99 TO LOOP-STATE.

       READ-ASCII-INPUT.
           UNSTRING BF-INPUT,
                    INTO I-O-CHARACTER,
                    WITH POINTER IN-PTR.
           CALL "ENCODE-ASCII" USING ASCII-CHARACTER.
           MOVE CHAR-CODE TO BF-CELL(CURRENT-CELL).
      D    DISPLAY "IN", I-O-CHARACTER, BF-CELL(CURRENT-CELL).

       READ-TRANSLATED-INPUT.
           IF XL-DECIMAL-MODE-L THEN
               IF IN-PTR IS GREATER THAN 996 THEN
                   SET RUN-STATUS-BAD-INPUT TO TRUE
                   GO TO HELL
               END-IF
               MOVE BF-INPUT(IN-PTR:3) TO DECIMAL-TEXT
               ADD 3 TO IN-PTR
               IF DECIMAL-TEXT IS NUMERIC AND
                  DECIMAL-VALUE IS NOT GREATER THAN 255 THEN
                   MOVE DECIMAL-VALUE TO BF-CELL(CURRENT-CELL)
               ELSE
                   ADD 1 TO UNMAPPED-COUNT
                   MOVE 0 TO BF-CELL(CURRENT-CELL)
               END-IF
           ELSE
               UNSTRING BF-INPUT,
                        INTO I-O-CHARACTER,
                        WITH POINTER IN-PTR
               MOVE I-O-CHARACTER TO XL-CHARACTER-L
               SET XL-DECODE-L TO TRUE
               CALL "CODE-PAGE" USING XL-FUNCTION-L, CHANNEL-NAME-L,
                    XL-CELL-L, XL-CHARACTER-L, XL-MODE-L,
                    XL-PAGE-NAME-L, XL-RESULT-L
               IF XL-MAPPED-L THEN
                   MOVE XL-CELL-L TO BF-CELL(CURRENT-CELL)
               ELSE
                   ADD 1 TO UNMAPPED-COUNT
                   MOVE 0 TO BF-CELL(CURRENT-CELL)
               END-IF.

       REFILL-INPUT-BUFFER.
           COMPUTE REFILL-LEN = 1000 - IN-PTR.
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE.
           IF DEAD-REASON-WORK IS NOT EQUAL TO "IN-FLIGHT" THEN
               PERFORM COUNT-DEAD-LETTER.

       COUNT-DEAD-LETTER.
           CALL "CONTROL-HASH" USING DEAD-DATA, CH-HASH-L.
           ADD 1 TO RUN-DEAD-COUNT.
           ADD CH-HASH-L TO RUN-DEAD-HASH.

       COUNT-CONSUMED-ENTRY.
           CALL "CONTROL-HASH" USING CONSUMED-DATA(CONSUMED-IDX),
                CH-HASH-L.
           ADD 1 TO RUN-CONSUMED-COUNT.
           ADD CH-HASH-L TO RUN-CONSUMED-HASH.

       RESTATE-FLUSHED-REASONS.
           MOVE CHANNEL-NAME-L TO DEAD-CHANNEL.
                   MOVE DEAD-REASON-WORK TO DEAD-REASON
                   REWRITE DEAD-LETTER-RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM COUNT-DEAD-LETTER
                   END-REWRITE.

       PURGE-FLUSHED-DEAD-LETTERS.
                   MOVE 10 TO DEAD-SCAN-STATE
               ELSE IF DEAD-REASON IS EQUAL TO "IN-FLIGHT" THEN
                   DELETE DEAD-LETTER-FILE RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           CALL "CONTROL-HASH" USING DEAD-DATA,
                                CH-HASH-L
                           ADD 1 TO RUN-CONSUMED-COUNT
                           ADD CH-HASH-L TO RUN-CONSUMED-HASH
                   END-DELETE.

       DO-BEGIN.
           IF BF-CELL(CURRENT-CELL) IS EQUAL TO 0 THEN
               COMPUTE IP = JUMP-IP + 1
           ELSE
               ADD 1 TO LOOP-DEPTH.
           MOVE 99 TO LOOP-STATE.

       DO-END.
           IF BF-CELL(CURRENT-CELL) IS NOT EQUAL TO 0 THEN
               COMPUTE IP = JUMP-IP + 1
           ELSE
               SUBTRACT 1 FROM LOOP-DEPTH.
           MOVE 99 TO LOOP-STATE.
