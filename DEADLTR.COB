       01 QUEUE-SEQ-NEXT PIC 9(8) VALUE 1.
       01 READ-COUNT PIC 9(6) VALUE 0.
       01 REQUEUED-COUNT PIC 9(6) VALUE 0.
       01 GROUP-REQUEUED-COUNT PIC 9(8) VALUE 0.
       01 GROUP-REQUEUED-HASH PIC 9(12) VALUE 0.
       01 CH-HASH-L PIC 9(6).
       01 CP-DATE-L PIC X(8) VALUE SPACES.
       01 CP-TOTAL-CODE-L PIC 9(2).
           88 CP-REQUEUED-L VALUE 3.
       01 CP-COUNT-L PIC 9(8).
       01 CP-HASH-L PIC 9(12).
       01 SO-USER-NAME-L PIC X(40).
       01 SO-CREDENTIAL-L PIC X(16).
       01 SO-RESULT-L PIC X.
               PERFORM REVIEW-DEAD-ENTRY UNTIL DONE
               CLOSE DEAD-LETTER-FILE
               IF MODE-REQUEUE THEN
                   IF GROUP-OPEN THEN
                       PERFORM POST-REQUEUED-TOTAL
                   END-IF
                   CLOSE INPUT-QUEUE
                   IF CKPT-AVAILABLE THEN
                       CLOSE CHECKPOINT-FILE
       REQUEUE-DEAD-ENTRY.
           IF NOT GROUP-OPEN OR
              DEAD-CHANNEL IS NOT EQUAL TO CURRENT-CHANNEL THEN
               IF GROUP-OPEN THEN
                   PERFORM POST-REQUEUED-TOTAL
               END-IF
               MOVE DEAD-CHANNEL TO CURRENT-CHANNEL
               PERFORM RESOLVE-NEXT-SEQUENCE
               MOVE "Y" TO GROUP-OPEN-SW.
               NOT INVALID KEY
                   ADD 1 TO QUEUE-SEQ-NEXT
                   ADD 1 TO REQUEUED-COUNT
                   ADD 1 TO GROUP-REQUEUED-COUNT
                   CALL "CONTROL-HASH" USING QUEUE-DATA, CH-HASH-L
                   ADD CH-HASH-L TO GROUP-REQUEUED-HASH
                   DELETE DEAD-LETTER-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
           END-WRITE.

       POST-REQUEUED-TOTAL.
           SET CP-REQUEUED-L TO TRUE.
           MOVE GROUP-REQUEUED-COUNT TO CP-COUNT-L.
           MOVE GROUP-REQUEUED-HASH TO CP-HASH-L.
           CALL "CONTROL-POST" USING CURRENT-CHANNEL, CP-DATE-L,
                CP-TOTAL-CODE-L, CP-COUNT-L, CP-HASH-L.
           MOVE 0 TO GROUP-REQUEUED-COUNT.
           MOVE 0 TO GROUP-REQUEUED-HASH.

       RESOLVE-NEXT-SEQUENCE.
           MOVE 1 TO QUEUE-SEQ-NEXT.
           MOVE CURRENT-CHANNEL TO QUEUE-CHANNEL.
