       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CONTROL-BALANCE".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANNELS
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHANNEL-NAME
               FILE STATUS IS CHANNEL-FILE-STATUS.
           SELECT CONTROL-TOTALS
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-KEY
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT INPUT-QUEUE
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUEUE-KEY
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT SPOOL-FILE
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPOOL-KEY
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT DEAD-LETTER-FILE
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEAD-KEY
               FILE STATUS IS DEAD-FILE-STATUS.
           SELECT CONFIG
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONFIG-KEY
               FILE STATUS IS CONFIG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHANNELS.
           COPY CHANREC.
       FD CONTROL-TOTALS.
           COPY CTLREC.
       FD INPUT-QUEUE.
           COPY QUEUEREC.
       FD SPOOL-FILE.
           COPY SPOOLREC.
       FD DEAD-LETTER-FILE.
           COPY DEADREC.
       FD CONFIG.
           COPY CONFIGREC.

       WORKING-STORAGE SECTION.
       01 STATE PIC 9(2) VALUE 0.
           88 DONE VALUE 10.
       01 SCAN-STATE PIC 9(2) VALUE 0.
           88 SCAN-DONE VALUE 10.
       01 CHANNEL-FILE-STATUS PIC XX VALUE SPACES.
           88 CHANNEL-FILE-NOT-FOUND VALUE "35".
       01 CTL-FILE-STATUS PIC XX VALUE SPACES.
           88 CTL-FILE-NOT-FOUND VALUE "35".
       01 QUEUE-FILE-STATUS PIC XX VALUE SPACES.
           88 QUEUE-FILE-NOT-FOUND VALUE "35".
       01 SPOOL-FILE-STATUS PIC XX VALUE SPACES.
           88 SPOOL-FILE-NOT-FOUND VALUE "35".
       01 DEAD-FILE-STATUS PIC XX VALUE SPACES.
           88 DEAD-FILE-NOT-FOUND VALUE "35".
       01 CONFIG-FILE-STATUS PIC XX VALUE SPACES.
           88 CONFIG-FILE-NOT-FOUND VALUE "35".
       01 QUEUE-AVAILABLE-SW PIC X VALUE "N".
           88 QUEUE-AVAILABLE VALUE "Y".
       01 SPOOL-AVAILABLE-SW PIC X VALUE "N".
           88 SPOOL-AVAILABLE VALUE "Y".
       01 DEAD-AVAILABLE-SW PIC X VALUE "N".
           88 DEAD-AVAILABLE VALUE "Y".
       01 CLOSE-DAY-SW PIC X VALUE "N".
           88 CLOSE-DAY VALUE "Y".
       01 DAY-FOUND-SW PIC X VALUE "N".
           88 DAY-FOUND VALUE "Y".
       01 RECORD-FOUND-SW PIC X VALUE "N".
           88 RECORD-FOUND VALUE "Y".
       01 PRIOR-CLOSE-SW PIC X VALUE "N".
           88 PRIOR-CLOSE VALUE "Y".
       01 BALANCE-DATE PIC X(8) VALUE SPACES.
       01 BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 SYSTEM-DATE PIC 9(8).
       01 SYSTEM-TIME PIC 9(8).
       01 CLOSE-TIMESTAMP PIC X(14) VALUE SPACES.
       01 CH-HASH-L PIC 9(6).
       01 RUNNING-FIGURES.
           03 RUNNING-BACKLOG-COUNT PIC S9(9).
           03 RUNNING-BACKLOG-HASH PIC S9(13).
           03 RUNNING-PENDING-COUNT PIC S9(9).
           03 RUNNING-PENDING-HASH PIC S9(13).
       01 CLOSING-FIGURES.
           03 CLOSING-BACKLOG-COUNT PIC 9(8).
           03 CLOSING-BACKLOG-HASH PIC 9(12).
           03 CLOSING-PENDING-COUNT PIC 9(8).
           03 CLOSING-PENDING-HASH PIC 9(12).
       01 DIFFERENCES.
           03 INPUT-DIFF-COUNT PIC S9(9).
           03 INPUT-DIFF-HASH PIC S9(13).
           03 OUTPUT-DIFF-COUNT PIC S9(9).
           03 OUTPUT-DIFF-HASH PIC S9(13).
       01 CHANNEL-COUNT PIC 9(6) VALUE 0.
       01 BALANCED-COUNT PIC 9(6) VALUE 0.
       01 OUT-OF-BALANCE-COUNT PIC 9(6) VALUE 0.
       01 NOT-BALANCED-COUNT PIC 9(6) VALUE 0.
       01 INPUT-HEADING.
           03 FILLER PIC X(14) VALUE "  INPUT SIDE".
           03 FILLER PIC X(13) VALUE "      OPENING".
           03 FILLER PIC X(13) VALUE "       LOADED".
           03 FILLER PIC X(13) VALUE "    ROUTED-IN".
           03 FILLER PIC X(13) VALUE "     REQUEUED".
           03 FILLER PIC X(13) VALUE "     CONSUMED".
           03 FILLER PIC X(13) VALUE "  DEAD-LETTER".
           03 FILLER PIC X(13) VALUE "      CLOSING".
       01 OUTPUT-HEADING.
           03 FILLER PIC X(14) VALUE "  OUTPUT SIDE".
           03 FILLER PIC X(13) VALUE "      OPENING".
           03 FILLER PIC X(13) VALUE "      SPOOLED".
           03 FILLER PIC X(13) VALUE "    DELIVERED".
           03 FILLER PIC X(13) VALUE "   ROUTED-OUT".
           03 FILLER PIC X(13) VALUE "      CLOSING".
       01 FIGURE-LINE.
           03 FIGURE-KIND PIC X(14).
           03 FIGURE-ENTRY OCCURS 7 TIMES.
               05 FILLER PIC X VALUE SPACE.
               05 FIGURE-VALUE PIC Z(11)9.
       01 FIGURE-IDX PIC 9(2) VALUE 0.
       01 DIFF-COUNT-OUT PIC -(9)9.
       01 DIFF-HASH-OUT PIC -(13)9.

       PROCEDURE DIVISION.
           DISPLAY "CONTROL TOTAL BALANCING.".
           DISPLAY "BUSINESS DATE TO BALANCE? YYYYMMDD, BLANK FOR ",
                   "CURRENT.".
           ACCEPT BALANCE-DATE.
           PERFORM RESOLVE-BUSINESS-DATE.
           IF BALANCE-DATE IS EQUAL TO SPACES THEN
               MOVE BUSINESS-DATE TO BALANCE-DATE
           ELSE IF BALANCE-DATE IS NOT NUMERIC THEN
               DISPLAY "NO VALID BUSINESS DATE, NOTHING BALANCED."
               STOP RUN.
           IF BALANCE-DATE IS EQUAL TO BUSINESS-DATE THEN
               MOVE "Y" TO CLOSE-DAY-SW
               ACCEPT SYSTEM-DATE FROM DATE YYYYMMDD
               ACCEPT SYSTEM-TIME FROM TIME
               STRING SYSTEM-DATE, SYSTEM-TIME(1:6)
                      DELIMITED BY SIZE INTO CLOSE-TIMESTAMP
               DISPLAY "CLOSING BUSINESS DATE ", BALANCE-DATE, "."
           ELSE
               DISPLAY "REPORTING CLOSED BUSINESS DATE ",
                       BALANCE-DATE, ".".
           PERFORM OPEN-BALANCE-FILES.
           OPEN INPUT CHANNELS.
           IF CHANNEL-FILE-NOT-FOUND THEN
               DISPLAY "NO CHANNELS FILE, NOTHING TO BALANCE."
           ELSE
               PERFORM BALANCE-CHANNEL-ENTRY UNTIL DONE
               CLOSE CHANNELS
               DISPLAY CHANNEL-COUNT, " CHANNELS, ", BALANCED-COUNT,
                       " IN BALANCE, ", OUT-OF-BALANCE-COUNT,
                       " OUT OF BALANCE, ", NOT-BALANCED-COUNT,
                       " NOT BALANCED.".
           PERFORM CLOSE-BALANCE-FILES.
           STOP RUN.

       RESOLVE-BUSINESS-DATE.
           ACCEPT SYSTEM-DATE FROM DATE YYYYMMDD.
           MOVE SYSTEM-DATE TO BUSINESS-DATE.
           OPEN INPUT CONFIG.
           IF CONFIG-FILE-NOT-FOUND THEN
               CLOSE CONFIG
           ELSE
               MOVE "BUSINESS-DATE" TO CONFIG-KEY
               READ CONFIG RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CONFIG-VALUE(1:8) IS NUMERIC THEN
                           MOVE CONFIG-VALUE(1:8) TO BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE CONFIG.

       OPEN-BALANCE-FILES.
           IF CLOSE-DAY THEN
               OPEN I-O CONTROL-TOTALS
               IF CTL-FILE-NOT-FOUND THEN
                   OPEN OUTPUT CONTROL-TOTALS
                   CLOSE CONTROL-TOTALS
                   OPEN I-O CONTROL-TOTALS
               END-IF
           ELSE
               OPEN INPUT CONTROL-TOTALS
               IF CTL-FILE-NOT-FOUND THEN
                   DISPLAY "NO CONTROL-TOTALS FILE, NOTHING TO ",
                           "BALANCE."
                   STOP RUN.
           IF CLOSE-DAY THEN
               PERFORM OPEN-BACKLOG-FILES.

       OPEN-BACKLOG-FILES.
           OPEN INPUT INPUT-QUEUE.
           IF QUEUE-FILE-NOT-FOUND THEN
               MOVE "N" TO QUEUE-AVAILABLE-SW
           ELSE
               MOVE "Y" TO QUEUE-AVAILABLE-SW.
           OPEN INPUT SPOOL-FILE.
           IF SPOOL-FILE-NOT-FOUND THEN
               MOVE "N" TO SPOOL-AVAILABLE-SW
           ELSE
               MOVE "Y" TO SPOOL-AVAILABLE-SW.
           OPEN INPUT DEAD-LETTER-FILE.
           IF DEAD-FILE-NOT-FOUND THEN
               MOVE "N" TO DEAD-AVAILABLE-SW
           ELSE
               MOVE "Y" TO DEAD-AVAILABLE-SW.

       CLOSE-BALANCE-FILES.
           CLOSE CONTROL-TOTALS.
           IF QUEUE-AVAILABLE THEN
               CLOSE INPUT-QUEUE.
           IF SPOOL-AVAILABLE THEN
               CLOSE SPOOL-FILE.
           IF DEAD-AVAILABLE THEN
               CLOSE DEAD-LETTER-FILE.

       BALANCE-CHANNEL-ENTRY.
           READ CHANNELS NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               ADD 1 TO CHANNEL-COUNT
               DISPLAY "CHANNEL ", CHANNEL-NAME
               IF CLOSE-DAY THEN
                   PERFORM DERIVE-OPENING-FIGURES
                   PERFORM COUNT-CLOSING-FIGURES
                   PERFORM STORE-DAY-FIGURES
               ELSE
                   PERFORM READ-DAY-FIGURES
               END-IF
               IF DAY-FOUND THEN
                   PERFORM PRINT-CHANNEL-BALANCE
               ELSE
                   ADD 1 TO NOT-BALANCED-COUNT.

       DERIVE-OPENING-FIGURES.
           MOVE "N" TO PRIOR-CLOSE-SW.
           MOVE ZEROS TO RUNNING-FIGURES.
           MOVE CHANNEL-NAME TO CTL-CHANNEL.
           MOVE LOW-VALUES TO CTL-DATE.
           MOVE 0 TO SCAN-STATE.
           START CONTROL-TOTALS KEY IS NOT LESS THAN CTL-KEY
               INVALID KEY
                   MOVE 10 TO SCAN-STATE
           END-START.
           PERFORM APPLY-PRIOR-DAY UNTIL SCAN-DONE.

       APPLY-PRIOR-DAY.
           READ CONTROL-TOTALS NEXT RECORD
               AT END MOVE 10 TO SCAN-STATE.
           IF NOT SCAN-DONE THEN
               IF CTL-CHANNEL IS NOT EQUAL TO CHANNEL-NAME OR
                  CTL-DATE IS NOT LESS THAN BALANCE-DATE THEN
                   MOVE 10 TO SCAN-STATE
               ELSE IF CTL-CLOSED-AT IS NOT EQUAL TO SPACES THEN
                   MOVE "Y" TO PRIOR-CLOSE-SW
                   MOVE CTL-CLOSE-BACKLOG-COUNT TO RUNNING-BACKLOG-COUNT
                   MOVE CTL-CLOSE-BACKLOG-HASH TO RUNNING-BACKLOG-HASH
                   MOVE CTL-CLOSE-PENDING-COUNT TO RUNNING-PENDING-COUNT
                   MOVE CTL-CLOSE-PENDING-HASH TO RUNNING-PENDING-HASH
               ELSE IF PRIOR-CLOSE THEN
                   PERFORM APPLY-UNCLOSED-DAY.

       APPLY-UNCLOSED-DAY.
           COMPUTE RUNNING-BACKLOG-COUNT = RUNNING-BACKLOG-COUNT
                   + CTL-LOADED-COUNT + CTL-ROUTED-IN-COUNT
                   + CTL-REQUEUED-COUNT - CTL-CONSUMED-COUNT
                   - CTL-DEAD-COUNT.
           COMPUTE RUNNING-BACKLOG-HASH = RUNNING-BACKLOG-HASH
                   + CTL-LOADED-HASH + CTL-ROUTED-IN-HASH
                   + CTL-REQUEUED-HASH - CTL-CONSUMED-HASH
                   - CTL-DEAD-HASH.
           COMPUTE RUNNING-PENDING-COUNT = RUNNING-PENDING-COUNT
                   + CTL-SPOOLED-COUNT - CTL-DELIVERED-COUNT
                   - CTL-ROUTED-OUT-COUNT.
           COMPUTE RUNNING-PENDING-HASH = RUNNING-PENDING-HASH
                   + CTL-SPOOLED-HASH - CTL-DELIVERED-HASH
                   - CTL-ROUTED-OUT-HASH.

       COUNT-CLOSING-FIGURES.
           MOVE ZEROS TO CLOSING-FIGURES.
           IF QUEUE-AVAILABLE THEN
               MOVE CHANNEL-NAME TO QUEUE-CHANNEL
               MOVE 0 TO QUEUE-SEQUENCE
               MOVE 0 TO SCAN-STATE
               START INPUT-QUEUE KEY IS GREATER THAN QUEUE-KEY
                   INVALID KEY
                       MOVE 10 TO SCAN-STATE
               END-START
               PERFORM COUNT-ONE-QUEUE-RECORD UNTIL SCAN-DONE.
           IF DEAD-AVAILABLE THEN
               MOVE CHANNEL-NAME TO DEAD-CHANNEL
               MOVE 0 TO DEAD-SEQUENCE
               MOVE 0 TO SCAN-STATE
               START DEAD-LETTER-FILE KEY IS GREATER THAN DEAD-KEY
                   INVALID KEY
                       MOVE 10 TO SCAN-STATE
               END-START
               PERFORM COUNT-ONE-DEAD-LETTER UNTIL SCAN-DONE.
           IF SPOOL-AVAILABLE THEN
               MOVE CHANNEL-NAME TO SPOOL-CHANNEL
               MOVE LOW-VALUES TO SPOOL-PROGRAM-NAME
               MOVE 0 TO SPOOL-SEQUENCE
               MOVE 0 TO SCAN-STATE
               START SPOOL-FILE KEY IS NOT LESS THAN SPOOL-KEY
                   INVALID KEY
                       MOVE 10 TO SCAN-STATE
               END-START
               PERFORM COUNT-ONE-SPOOL-RECORD UNTIL SCAN-DONE.

       COUNT-ONE-QUEUE-RECORD.
           READ INPUT-QUEUE NEXT RECORD
               AT END MOVE 10 TO SCAN-STATE.
           IF NOT SCAN-DONE THEN
               IF QUEUE-CHANNEL IS EQUAL TO CHANNEL-NAME THEN
                   CALL "CONTROL-HASH" USING QUEUE-DATA, CH-HASH-L
                   ADD 1 TO CLOSING-BACKLOG-COUNT
                   ADD CH-HASH-L TO CLOSING-BACKLOG-HASH
               ELSE
                   MOVE 10 TO SCAN-STATE.

       COUNT-ONE-DEAD-LETTER.
           READ DEAD-LETTER-FILE NEXT RECORD
               AT END MOVE 10 TO SCAN-STATE.
           IF NOT SCAN-DONE THEN
               IF DEAD-CHANNEL IS NOT EQUAL TO CHANNEL-NAME THEN
                   MOVE 10 TO SCAN-STATE
               ELSE IF DEAD-REASON IS EQUAL TO "IN-FLIGHT" THEN
                   CALL "CONTROL-HASH" USING DEAD-DATA, CH-HASH-L
                   ADD 1 TO CLOSING-BACKLOG-COUNT
                   ADD CH-HASH-L TO CLOSING-BACKLOG-HASH.

       COUNT-ONE-SPOOL-RECORD.
           READ SPOOL-FILE NEXT RECORD
               AT END MOVE 10 TO SCAN-STATE.
           IF NOT SCAN-DONE THEN
               IF SPOOL-CHANNEL IS EQUAL TO CHANNEL-NAME THEN
                   CALL "CONTROL-HASH" USING SPOOL-DATA, CH-HASH-L
                   ADD 1 TO CLOSING-PENDING-COUNT
                   ADD CH-HASH-L TO CLOSING-PENDING-HASH
               ELSE
                   MOVE 10 TO SCAN-STATE.

       STORE-DAY-FIGURES.
           MOVE "N" TO RECORD-FOUND-SW.
           MOVE CHANNEL-NAME TO CTL-CHANNEL.
           MOVE BALANCE-DATE TO CTL-DATE.
           READ CONTROL-TOTALS RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO RECORD-FOUND-SW
           END-READ.
           IF NOT RECORD-FOUND THEN
               MOVE CHANNEL-NAME TO CTL-CHANNEL
               MOVE BALANCE-DATE TO CTL-DATE
               MOVE ZEROS TO CTL-TOTALS.
           MOVE CLOSING-BACKLOG-COUNT TO CTL-CLOSE-BACKLOG-COUNT.
           MOVE CLOSING-BACKLOG-HASH TO CTL-CLOSE-BACKLOG-HASH.
           MOVE CLOSING-PENDING-COUNT TO CTL-CLOSE-PENDING-COUNT.
           MOVE CLOSING-PENDING-HASH TO CTL-CLOSE-PENDING-HASH.
           MOVE CLOSE-TIMESTAMP TO CTL-CLOSED-AT.
           IF PRIOR-CLOSE THEN
               PERFORM CARRY-OPENING-FIGURES
           ELSE
               PERFORM ESTABLISH-OPENING-FIGURES
               DISPLAY "  NO EARLIER CLOSE FOR THIS CHANNEL, OPENING ",
                       "FIGURES ESTABLISHED FROM THIS DAY.".
           IF RECORD-FOUND THEN
               REWRITE CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "  ** CLOSING FIGURES NOT STORED."
               END-REWRITE
           ELSE
               WRITE CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "  ** CLOSING FIGURES NOT STORED."
               END-WRITE.
           MOVE "Y" TO DAY-FOUND-SW.

       CARRY-OPENING-FIGURES.
           IF RUNNING-BACKLOG-COUNT IS LESS THAN 0 THEN
               MOVE 0 TO RUNNING-BACKLOG-COUNT.
           IF RUNNING-BACKLOG-HASH IS LESS THAN 0 THEN
               MOVE 0 TO RUNNING-BACKLOG-HASH.
           IF RUNNING-PENDING-COUNT IS LESS THAN 0 THEN
               MOVE 0 TO RUNNING-PENDING-COUNT.
           IF RUNNING-PENDING-HASH IS LESS THAN 0 THEN
               MOVE 0 TO RUNNING-PENDING-HASH.
           MOVE RUNNING-BACKLOG-COUNT TO CTL-OPEN-BACKLOG-COUNT.
           MOVE RUNNING-BACKLOG-HASH TO CTL-OPEN-BACKLOG-HASH.
           MOVE RUNNING-PENDING-COUNT TO CTL-OPEN-PENDING-COUNT.
           MOVE RUNNING-PENDING-HASH TO CTL-OPEN-PENDING-HASH.

       ESTABLISH-OPENING-FIGURES.
           COMPUTE RUNNING-BACKLOG-COUNT = CTL-CLOSE-BACKLOG-COUNT
                   + CTL-CONSUMED-COUNT + CTL-DEAD-COUNT
                   - CTL-LOADED-COUNT - CTL-ROUTED-IN-COUNT
                   - CTL-REQUEUED-COUNT.
           COMPUTE RUNNING-BACKLOG-HASH = CTL-CLOSE-BACKLOG-HASH
                   + CTL-CONSUMED-HASH + CTL-DEAD-HASH
                   - CTL-LOADED-HASH - CTL-ROUTED-IN-HASH
                   - CTL-REQUEUED-HASH.
           COMPUTE RUNNING-PENDING-COUNT = CTL-CLOSE-PENDING-COUNT
                   + CTL-DELIVERED-COUNT + CTL-ROUTED-OUT-COUNT
                   - CTL-SPOOLED-COUNT.
           COMPUTE RUNNING-PENDING-HASH = CTL-CLOSE-PENDING-HASH
                   + CTL-DELIVERED-HASH + CTL-ROUTED-OUT-HASH
                   - CTL-SPOOLED-HASH.
           PERFORM CARRY-OPENING-FIGURES.

       READ-DAY-FIGURES.
           MOVE "N" TO DAY-FOUND-SW.
           MOVE CHANNEL-NAME TO CTL-CHANNEL.
           MOVE BALANCE-DATE TO CTL-DATE.
           READ CONTROL-TOTALS RECORD
               INVALID KEY
                   DISPLAY "  NO CONTROL TOTALS FOR THIS DATE."
               NOT INVALID KEY
                   IF CTL-CLOSED-AT IS EQUAL TO SPACES THEN
                       DISPLAY "  DATE NOT CLOSED, NOT BALANCED."
                   ELSE
                       MOVE "Y" TO DAY-FOUND-SW
                   END-IF
           END-READ.

       PRINT-CHANNEL-BALANCE.
           COMPUTE INPUT-DIFF-COUNT = CTL-OPEN-BACKLOG-COUNT
                   + CTL-LOADED-COUNT + CTL-ROUTED-IN-COUNT
                   + CTL-REQUEUED-COUNT - CTL-CONSUMED-COUNT
                   - CTL-DEAD-COUNT - CTL-CLOSE-BACKLOG-COUNT.
           COMPUTE INPUT-DIFF-HASH = CTL-OPEN-BACKLOG-HASH
                   + CTL-LOADED-HASH + CTL-ROUTED-IN-HASH
                   + CTL-REQUEUED-HASH - CTL-CONSUMED-HASH
                   - CTL-DEAD-HASH - CTL-CLOSE-BACKLOG-HASH.
           COMPUTE OUTPUT-DIFF-COUNT = CTL-OPEN-PENDING-COUNT
                   + CTL-SPOOLED-COUNT - CTL-DELIVERED-COUNT
                   - CTL-ROUTED-OUT-COUNT - CTL-CLOSE-PENDING-COUNT.
           COMPUTE OUTPUT-DIFF-HASH = CTL-OPEN-PENDING-HASH
                   + CTL-SPOOLED-HASH - CTL-DELIVERED-HASH
                   - CTL-ROUTED-OUT-HASH - CTL-CLOSE-PENDING-HASH.
           DISPLAY INPUT-HEADING.
           MOVE SPACES TO FIGURE-LINE.
           MOVE "  COUNT" TO FIGURE-KIND.
           MOVE CTL-OPEN-BACKLOG-COUNT TO FIGURE-VALUE(1).
           MOVE CTL-LOADED-COUNT TO FIGURE-VALUE(2).
           MOVE CTL-ROUTED-IN-COUNT TO FIGURE-VALUE(3).
           MOVE CTL-REQUEUED-COUNT TO FIGURE-VALUE(4).
           MOVE CTL-CONSUMED-COUNT TO FIGURE-VALUE(5).
           MOVE CTL-DEAD-COUNT TO FIGURE-VALUE(6).
           MOVE CTL-CLOSE-BACKLOG-COUNT TO FIGURE-VALUE(7).
           DISPLAY FIGURE-LINE.
           MOVE "  HASH" TO FIGURE-KIND.
           MOVE CTL-OPEN-BACKLOG-HASH TO FIGURE-VALUE(1).
           MOVE CTL-LOADED-HASH TO FIGURE-VALUE(2).
           MOVE CTL-ROUTED-IN-HASH TO FIGURE-VALUE(3).
           MOVE CTL-REQUEUED-HASH TO FIGURE-VALUE(4).
           MOVE CTL-CONSUMED-HASH TO FIGURE-VALUE(5).
           MOVE CTL-DEAD-HASH TO FIGURE-VALUE(6).
           MOVE CTL-CLOSE-BACKLOG-HASH TO FIGURE-VALUE(7).
           DISPLAY FIGURE-LINE.
           DISPLAY OUTPUT-HEADING.
           MOVE SPACES TO FIGURE-LINE.
           MOVE "  COUNT" TO FIGURE-KIND.
           MOVE CTL-OPEN-PENDING-COUNT TO FIGURE-VALUE(1).
           MOVE CTL-SPOOLED-COUNT TO FIGURE-VALUE(2).
           MOVE CTL-DELIVERED-COUNT TO FIGURE-VALUE(3).
           MOVE CTL-ROUTED-OUT-COUNT TO FIGURE-VALUE(4).
           MOVE CTL-CLOSE-PENDING-COUNT TO FIGURE-VALUE(5).
           DISPLAY FIGURE-LINE(1:79).
           MOVE "  HASH" TO FIGURE-KIND.
           MOVE CTL-OPEN-PENDING-HASH TO FIGURE-VALUE(1).
           MOVE CTL-SPOOLED-HASH TO FIGURE-VALUE(2).
           MOVE CTL-DELIVERED-HASH TO FIGURE-VALUE(3).
           MOVE CTL-ROUTED-OUT-HASH TO FIGURE-VALUE(4).
           MOVE CTL-CLOSE-PENDING-HASH TO FIGURE-VALUE(5).
           DISPLAY FIGURE-LINE(1:79).
           IF INPUT-DIFF-COUNT IS EQUAL TO 0 AND
              INPUT-DIFF-HASH IS EQUAL TO 0 AND
              OUTPUT-DIFF-COUNT IS EQUAL TO 0 AND
              OUTPUT-DIFF-HASH IS EQUAL TO 0 THEN
               ADD 1 TO BALANCED-COUNT
               DISPLAY "  IN BALANCE."
           ELSE
               ADD 1 TO OUT-OF-BALANCE-COUNT
               PERFORM PRINT-DIFFERENCES.

       PRINT-DIFFERENCES.
           IF INPUT-DIFF-COUNT IS NOT EQUAL TO 0 OR
              INPUT-DIFF-HASH IS NOT EQUAL TO 0 THEN
               MOVE INPUT-DIFF-COUNT TO DIFF-COUNT-OUT
               MOVE INPUT-DIFF-HASH TO DIFF-HASH-OUT
               DISPLAY "  ** INPUT SIDE OUT OF BALANCE, COUNT ",
                       DIFF-COUNT-OUT, " HASH ", DIFF-HASH-OUT.
           IF OUTPUT-DIFF-COUNT IS NOT EQUAL TO 0 OR
              OUTPUT-DIFF-HASH IS NOT EQUAL TO 0 THEN
               MOVE OUTPUT-DIFF-COUNT TO DIFF-COUNT-OUT
               MOVE OUTPUT-DIFF-HASH TO DIFF-HASH-OUT
               DISPLAY "  ** OUTPUT SIDE OUT OF BALANCE, COUNT ",
                       DIFF-COUNT-OUT, " HASH ", DIFF-HASH-OUT.
