       WORKING-STORAGE SECTION.
       01 STATE PIC 9(2) VALUE 0.
           88 DONE VALUE 10.
       01 PROGRAM-IP PIC 9(5).
       01 PROGRAM-FOUND-SW PIC X VALUE "N".
           88 CHAN-PROGRAM-FOUND VALUE "Y".
       01 BUILD-PTR PIC 9(4).
       01 SWEEP-START PIC X(14) VALUE SPACES.
       01 RUN-TIMESTAMP PIC X(14) VALUE SPACES.
       01 DATE-WORK PIC 9(8).
       01 FAILURE-LIMIT PIC 9(4) VALUE 0.
       01 HOLD-REASON-WORK PIC X(60) VALUE SPACES.
       01 TIME-WORK PIC 9(8).

       PROCEDURE DIVISION.
           MOVE SWEEP-START TO LEDGER-LAST-START.
           MOVE SPACES TO LEDGER-LAST-FINISH.
           MOVE 0 TO LEDGER-LAST-STATUS.
           MOVE 0 TO LEDGER-FAIL-COUNT.
           MOVE "N" TO LEDGER-HOLD-SW.
           MOVE SPACES TO LEDGER-HELD-AT.
           MOVE SPACES TO LEDGER-HOLD-REASON.
           WRITE LEDGER-RECORD
               INVALID KEY
                   REWRITE LEDGER-RECORD
               DISPLAY "CHANNEL ", CHANNEL-NAME, " DISABLED, SKIPPED."
           ELSE
               PERFORM READ-CHANNEL-LEDGER
               IF LEDGER-FOUND AND LEDGER-HELD THEN
                   MOVE "N" TO CHANNEL-DUE-SW
                   DISPLAY "CHANNEL ", CHANNEL-NAME, " HELD SINCE ",
                           LEDGER-HELD-AT, ", SKIPPED."
               ELSE
                   MOVE "RUN-INTERVAL" TO CFG-KEY-L
                   CALL "CHANNEL-CONFIG" USING CHANNEL-NAME,
                        CFG-KEY-L, CFG-VALUE-L, CFG-FOUND-L
                   IF CFG-RESOLVED-L AND CFG-VALUE-L(1:5) IS EQUAL TO
                      "DAILY" THEN
                       PERFORM CHECK-DAILY-DUE
                   ELSE
                       PERFORM CHECK-SWEEP-DUE.

       READ-CHANNEL-LEDGER.
           MOVE "N" TO LEDGER-FOUND-SW.
           MOVE CFG-CYCLE-BUDGET-L TO STATS-CYCLE-LIMIT.
           MOVE 6 TO STATS-RUN-STATUS.
           MOVE "CYCLE-BUDGET" TO STATS-REASON.
           MOVE CHANNEL-NAME TO STATS-CHANNEL.
           MOVE RUN-REQUESTING-USER TO STATS-REQUESTING-USER.
           MOVE 0 TO STATS-UNMAPPED-COUNT.
           WRITE STATS-RECORD.
           CLOSE STATS-FILE.

       STAMP-CHANNEL-START.
           PERFORM READ-CHANNEL-LEDGER.
           IF NOT LEDGER-FOUND THEN
               MOVE 0 TO LEDGER-FAIL-COUNT
               MOVE "N" TO LEDGER-HOLD-SW
               MOVE SPACES TO LEDGER-HELD-AT
               MOVE SPACES TO LEDGER-HOLD-REASON.
           PERFORM GET-RUN-TIMESTAMP.
           MOVE CHANNEL-NAME TO LEDGER-CHANNEL.
           MOVE RUN-TIMESTAMP TO LEDGER-LAST-START.
               NOT INVALID KEY
                   MOVE RUN-TIMESTAMP TO LEDGER-LAST-FINISH
                   MOVE RUN-STATUS-L TO LEDGER-LAST-STATUS
                   PERFORM COUNT-CONSECUTIVE-FAILURES
                   REWRITE LEDGER-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.

       COUNT-CONSECUTIVE-FAILURES.
           IF RUN-STATUS-L IS EQUAL TO 3 OR
              RUN-STATUS-L IS EQUAL TO 4 THEN
               IF LEDGER-FAIL-COUNT IS LESS THAN 9999 THEN
                   ADD 1 TO LEDGER-FAIL-COUNT
               END-IF
               PERFORM CHECK-FAILURE-LIMIT
           ELSE IF RUN-STATUS-L IS EQUAL TO 0 THEN
               MOVE 0 TO LEDGER-FAIL-COUNT.

       CHECK-FAILURE-LIMIT.
           MOVE 0 TO FAILURE-LIMIT.
           MOVE "FAILURE-LIMIT" TO CFG-KEY-L.
           CALL "CHANNEL-CONFIG" USING CHANNEL-NAME, CFG-KEY-L,
                CFG-VALUE-L, CFG-FOUND-L.
           IF CFG-RESOLVED-L AND CFG-VALUE-L(1:4) IS NUMERIC THEN
               MOVE CFG-VALUE-L(1:4) TO FAILURE-LIMIT.
           IF FAILURE-LIMIT IS GREATER THAN 0 AND
              LEDGER-FAIL-COUNT IS NOT LESS THAN FAILURE-LIMIT AND
              NOT LEDGER-HELD THEN
               PERFORM HOLD-CHANNEL.

       HOLD-CHANNEL.
           MOVE SPACES TO HOLD-REASON-WORK.
           IF RUN-STATUS-L IS EQUAL TO 3 THEN
               STRING LEDGER-FAIL-COUNT DELIMITED BY SIZE,
                      " CONSECUTIVE ABNORMAL FINISHES, LAST BAD-INPUT"
                      DELIMITED BY SIZE
                      INTO HOLD-REASON-WORK
           ELSE
               STRING LEDGER-FAIL-COUNT DELIMITED BY SIZE,
                      " CONSECUTIVE ABNORMAL FINISHES, LAST "
                      DELIMITED BY SIZE,
                      "BAD-INSTRUCTION" DELIMITED BY SIZE
                      INTO HOLD-REASON-WORK.
           MOVE "Y" TO LEDGER-HOLD-SW.
           MOVE RUN-TIMESTAMP TO LEDGER-HELD-AT.
           MOVE HOLD-REASON-WORK TO LEDGER-HOLD-REASON.
           DISPLAY "CHANNEL ", CHANNEL-NAME, " HELD: ",
                   HOLD-REASON-WORK.

       LOAD-CHANNEL-PROGRAM.
           MOVE "N" TO PROGRAM-FOUND-SW.
           MOVE SPACES TO RUN-BF-CODE.
                               CHANNEL-PROGRAM,
                               " OVERFLOWS THE RUN BUFFER, TRUNCATED."
               END-STRING
               IF NEXT-IP OF PROGRAM-RECORD IS EQUAL TO 99999 THEN
                   MOVE 10 TO STATE
               ELSE
                   MOVE NEXT-IP OF PROGRAM-RECORD TO PROGRAM-IP.
