               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CHANNEL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT TRANSLATION-TABLE
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XLAT-PAGE-NAME
               FILE STATUS IS XLAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY SPOOLREC.
       FD DISPATCH-LEDGER.
           COPY LEDGREC.
       FD TRANSLATION-TABLE.
           COPY XLATREC.

       WORKING-STORAGE SECTION.
       01 STATE PIC 9(2) VALUE 0.
           88 SPOOL-FILE-NOT-FOUND VALUE "35".
       01 LEDGER-FILE-STATUS PIC XX VALUE SPACES.
           88 LEDGER-FILE-NOT-FOUND VALUE "35".
       01 XLAT-FILE-STATUS PIC XX VALUE SPACES.
           88 XLAT-FILE-NOT-FOUND VALUE "35".
       01 CHECK-MODE PIC X VALUE "R".
           88 MODE-PURGE VALUE "P".
       01 SWEEP-KEY PIC X(50) VALUE "*SWEEP*".
                                  "LIVE-FEED-MODE" "DISPATCH-MODE"
                                  "RUN-INTERVAL" "ROUTE-TO"
                                  "ROUTE-MODE" "QUEUE-ALERT"
                                  "CYCLE-BUDGET" "FAILURE-LIMIT"
                                  "ENCODING".
       01 LOOKUP-PAGE-NAME PIC X(16) VALUE SPACES.
       01 OVERRIDE-IDX PIC 99 VALUE 0.
       01 SEVERE-COUNT PIC 9(6) VALUE 0.
       01 WARNING-COUNT PIC 9(6) VALUE 0.
       01 INFO-COUNT PIC 9(6) VALUE 0.
       01 PURGED-COUNT PIC 9(6) VALUE 0.

       LINKAGE SECTION.
       01 IS-CHECK-MODE PIC X.
       01 IS-SEVERE-COUNT PIC 9(6).
       01 IS-WARNING-COUNT PIC 9(6).
       01 IS-INFO-COUNT PIC 9(6).

       PROCEDURE DIVISION.
           DISPLAY "RUN-TIME FILE INTEGRITY CHECK.".
           DISPLAY "MODE? R REPORT, P REPORT AND PURGE ORPHANS.".
           ACCEPT CHECK-MODE.
           IF CHECK-MODE IS EQUAL TO SPACE THEN
               MOVE "R" TO CHECK-MODE.
           PERFORM RUN-INTEGRITY-CHECKS.
           STOP RUN.

       ENTRY "INTEGRITY-SCAN" USING IS-CHECK-MODE, IS-SEVERE-COUNT,
                                    IS-WARNING-COUNT, IS-INFO-COUNT.
           MOVE IS-CHECK-MODE TO CHECK-MODE.
           IF CHECK-MODE IS EQUAL TO SPACE THEN
               MOVE "R" TO CHECK-MODE.
           PERFORM RUN-INTEGRITY-CHECKS.
           MOVE SEVERE-COUNT TO IS-SEVERE-COUNT.
           MOVE WARNING-COUNT TO IS-WARNING-COUNT.
           MOVE INFO-COUNT TO IS-INFO-COUNT.
           EXIT PROGRAM.

       RUN-INTEGRITY-CHECKS.
           MOVE 0 TO CHANNEL-COUNT.
           MOVE 0 TO PROGRAM-COUNT.
           MOVE 0 TO CONFIG-COUNT.
           MOVE "N" TO CHANNELS-COMPLETE-SW.
           MOVE "N" TO PROGRAMS-COMPLETE-SW.
           MOVE "N" TO CONFIG-COMPLETE-SW.
           MOVE 0 TO SEVERE-COUNT.
           MOVE 0 TO WARNING-COUNT.
           MOVE 0 TO INFO-COUNT.
           MOVE 0 TO PURGED-COUNT.
           MOVE 0 TO STATE.
           PERFORM LOAD-CHANNEL-TABLE.
           PERFORM LOAD-PROGRAM-TABLE.
           PERFORM LOAD-CONFIG-TABLE.
                   " WARNING, ", INFO-COUNT, " INFO FINDINGS.".
           IF MODE-PURGE THEN
               DISPLAY PURGED-COUNT, " ORPHANED RECORDS PURGED.".

       LOAD-CHANNEL-TABLE.
           OPEN INPUT CHANNELS.
           READ CONFIG NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               IF CONFIG-KEY IS EQUAL TO "ENCODING" THEN
                   PERFORM CHECK-GLOBAL-ENCODING
               END-IF
               IF CONFIG-COUNT IS LESS THAN 500 THEN
                   ADD 1 TO CONFIG-COUNT
                   MOVE CONFIG-KEY TO KNOWN-CONFIG-KEY(CONFIG-COUNT)
                   MOVE "N" TO CONFIG-COMPLETE-SW
                   MOVE 10 TO STATE.

       CHECK-GLOBAL-ENCODING.
           IF CONFIG-VALUE IS NOT EQUAL TO SPACES THEN
               MOVE CONFIG-VALUE(1:16) TO LOOKUP-PAGE-NAME
               PERFORM FIND-ENCODING-PAGE
               IF NOT NAME-FOUND THEN
                   DISPLAY "WARNING: CONFIG ENCODING ",
                           LOOKUP-PAGE-NAME,
                           " NOT IN TRANSLATION-TABLE, ASCII USED."
                   ADD 1 TO WARNING-COUNT.

       FIND-ENCODING-PAGE.
           MOVE "N" TO FOUND-SW.
           OPEN INPUT TRANSLATION-TABLE.
           IF NOT XLAT-FILE-NOT-FOUND THEN
               MOVE LOOKUP-PAGE-NAME TO XLAT-PAGE-NAME
               READ TRANSLATION-TABLE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO FOUND-SW
               END-READ
           END-IF.
           CLOSE TRANSLATION-TABLE.

       FIND-CHANNEL-NAME.
           MOVE "N" TO FOUND-SW.
           PERFORM SCAN-CHANNEL-NAME
                   ADD 1 TO WARNING-COUNT
               END-IF
           END-IF.
           IF LOOKUP-CONFIG-KEY IS EQUAL TO "ENCODING" AND
              CHANNEL-OVERRIDE-VALUE(OVERRIDE-IDX) IS NOT EQUAL TO
              SPACES THEN
               MOVE CHANNEL-OVERRIDE-VALUE(OVERRIDE-IDX)(1:16)
                    TO LOOKUP-PAGE-NAME
               PERFORM FIND-ENCODING-PAGE
               IF NOT NAME-FOUND THEN
                   DISPLAY "WARNING: CHANNEL ", CHANNEL-NAME,
                           " ENCODING ", LOOKUP-PAGE-NAME,
                           " NOT IN TRANSLATION-TABLE, ASCII USED."
                   ADD 1 TO WARNING-COUNT
               END-IF
           END-IF.
           ADD 1 TO OVERRIDE-IDX.

       CHECK-CHECKPOINT-ENTRIES.
                           END-DELETE
                           ADD 1 TO PURGED-COUNT
                       END-IF
                   ELSE
                       IF LEDGER-HELD THEN
                           DISPLAY "WARNING: CHANNEL ", LEDGER-CHANNEL,
                                   " HELD SINCE ", LEDGER-HELD-AT,
                                   ": ", LEDGER-HOLD-REASON
                           ADD 1 TO WARNING-COUNT
                       END-IF
                   END-IF
               END-IF.
