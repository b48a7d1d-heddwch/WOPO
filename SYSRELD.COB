       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SYSTEM-RELOAD".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONFIG-KEY
               FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT USERS
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-NAME
               FILE STATUS IS USER-FILE-STATUS.
           SELECT CHANNELS
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHANNEL-NAME
               FILE STATUS IS CHANNEL-FILE-STATUS.
           SELECT PROGRAM-INDEX
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NAME OF INDEX-ENTRY
               FILE STATUS IS INDEX-FILE-STATUS.
           SELECT PROGRAM-CODE
               ASSIGN TO DISK
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS PROGRAM-IP
               FILE STATUS IS CODE-FILE-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT FREE-MAP
               ASSIGN TO DISK
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS SLOT-NUMBER
               FILE STATUS IS MAP-FILE-STATUS.
           SELECT CHECKPOINT-FILE
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKPT-KEY
               FILE STATUS IS CKPT-FILE-STATUS.
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
           SELECT DISPATCH-LEDGER
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CHANNEL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT CYCLE-BUDGET-FILE
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUDGET-CHANNEL
               FILE STATUS IS BUDGET-FILE-STATUS.
           SELECT STATS-FILE
               ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-FILE-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT PENDING-CHANGES
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-PROGRAM-NAME
               FILE STATUS IS CHANGE-FILE-STATUS.
           SELECT CONTROL-TOTALS
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-KEY
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT RATE-TABLE
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-CHANNEL
               FILE STATUS IS RATE-FILE-STATUS.
           SELECT REGRESSION-CASES
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-KEY
               FILE STATUS IS CASE-FILE-STATUS.
           SELECT TRANSLATION-TABLE
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XLAT-PAGE-NAME
               FILE STATUS IS XLAT-FILE-STATUS.
           SELECT BACKUP-SET
               ASSIGN TO DYNAMIC BACKUP-SET-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BACKUP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONFIG.
           COPY CONFIGREC.
       FD USERS.
           COPY USERREC.
       FD CHANNELS.
           COPY CHANREC.
       FD PROGRAM-INDEX.
           COPY PROGXREC.
       FD PROGRAM-CODE.
           COPY PROGCREC.
       FD HISTORY-FILE.
           COPY HISTREC.
       FD FREE-MAP.
           COPY SLOTREC.
       FD CHECKPOINT-FILE.
           COPY CKPTREC.
       FD INPUT-QUEUE.
           COPY QUEUEREC.
       FD SPOOL-FILE.
           COPY SPOOLREC.
       FD DEAD-LETTER-FILE.
           COPY DEADREC.
       FD DISPATCH-LEDGER.
           COPY LEDGREC.
       FD CYCLE-BUDGET-FILE.
           COPY BUDGREC.
       FD STATS-FILE.
           COPY STATSREC.
       FD AUDIT-FILE.
           COPY AUDITREC.
       FD PENDING-CHANGES.
           COPY CHGREC.
       FD CONTROL-TOTALS.
           COPY CTLREC.
       FD RATE-TABLE.
           COPY RATEREC.
       FD REGRESSION-CASES.
           COPY CASEREC.
       FD TRANSLATION-TABLE.
           COPY XLATREC.
       FD BACKUP-SET.
           COPY BKUPREC.

       WORKING-STORAGE SECTION.
       01 STATE PIC 9(2) VALUE 0.
           88 DONE VALUE 10.
       01 CONFIG-FILE-STATUS PIC XX VALUE SPACES.
           88 CONFIG-FILE-NOT-FOUND VALUE "35".
       01 USER-FILE-STATUS PIC XX VALUE SPACES.
           88 USER-FILE-NOT-FOUND VALUE "35".
       01 CHANNEL-FILE-STATUS PIC XX VALUE SPACES.
           88 CHANNEL-FILE-NOT-FOUND VALUE "35".
       01 INDEX-FILE-STATUS PIC XX VALUE SPACES.
           88 INDEX-FILE-NOT-FOUND VALUE "35".
       01 CODE-FILE-STATUS PIC XX VALUE SPACES.
           88 CODE-FILE-NOT-FOUND VALUE "35".
       01 HIST-FILE-STATUS PIC XX VALUE SPACES.
           88 HIST-FILE-NOT-FOUND VALUE "35".
       01 MAP-FILE-STATUS PIC XX VALUE SPACES.
           88 MAP-FILE-NOT-FOUND VALUE "35".
       01 CKPT-FILE-STATUS PIC XX VALUE SPACES.
           88 CKPT-FILE-NOT-FOUND VALUE "35".
       01 QUEUE-FILE-STATUS PIC XX VALUE SPACES.
           88 QUEUE-FILE-NOT-FOUND VALUE "35".
       01 SPOOL-FILE-STATUS PIC XX VALUE SPACES.
           88 SPOOL-FILE-NOT-FOUND VALUE "35".
       01 DEAD-FILE-STATUS PIC XX VALUE SPACES.
           88 DEAD-FILE-NOT-FOUND VALUE "35".
       01 LEDGER-FILE-STATUS PIC XX VALUE SPACES.
           88 LEDGER-FILE-NOT-FOUND VALUE "35".
       01 BUDGET-FILE-STATUS PIC XX VALUE SPACES.
           88 BUDGET-FILE-NOT-FOUND VALUE "35".
       01 STATS-FILE-STATUS PIC XX VALUE SPACES.
           88 STATS-FILE-NOT-FOUND VALUE "35".
       01 AUDIT-FILE-STATUS PIC XX VALUE SPACES.
           88 AUDIT-FILE-NOT-FOUND VALUE "35".
       01 CHANGE-FILE-STATUS PIC XX VALUE SPACES.
           88 CHANGE-FILE-NOT-FOUND VALUE "35".
       01 CTL-FILE-STATUS PIC XX VALUE SPACES.
           88 CTL-FILE-NOT-FOUND VALUE "35".
       01 RATE-FILE-STATUS PIC XX VALUE SPACES.
           88 RATE-FILE-NOT-FOUND VALUE "35".
       01 CASE-FILE-STATUS PIC XX VALUE SPACES.
           88 CASE-FILE-NOT-FOUND VALUE "35".
       01 XLAT-FILE-STATUS PIC XX VALUE SPACES.
           88 XLAT-FILE-NOT-FOUND VALUE "35".
       01 BACKUP-FILE-STATUS PIC XX VALUE SPACES.
           88 BACKUP-FILE-NOT-FOUND VALUE "35".
       01 BACKUP-SET-NAME PIC X(24) VALUE SPACES.
       01 PROGRAM-IP PIC 9(5).
       01 SLOT-NUMBER PIC 9(5).
       01 CONFIRM-SW PIC X VALUE "N".
           88 CONFIRMED VALUE "Y".
       01 SET-END-SW PIC X VALUE "N".
           88 SET-END-SEEN VALUE "Y".
       01 TARGET-OPEN-SW PIC X VALUE "N".
           88 TARGET-OPEN VALUE "Y".
       01 CODE-OPEN-SW PIC X VALUE "N".
           88 CODE-OPEN VALUE "Y".
       01 MAP-SLOT PIC 9(5) VALUE 0.
       01 FILE-RECORD-COUNT PIC 9(8) VALUE 0.
       01 FILE-HASH PIC 9(15) VALUE 0.
       01 SET-FILE-COUNT PIC 9(2) VALUE 0.
       01 SET-LINE-COUNT PIC 9(9) VALUE 0.
       01 MISMATCH-COUNT PIC 9(6) VALUE 0.
       01 REJECTED-COUNT PIC 9(6) VALUE 0.
       01 CH-DATA-L PIC X(999).
       01 CH-HASH-L PIC 9(6).
       01 CKPT-SEGMENT-COUNT PIC 9(2) VALUE 30.
       01 CKPT-RECORD-LENGTH PIC 9(5) VALUE 32093.
       01 CASE-SEGMENT-COUNT PIC 9(2) VALUE 2.
       01 CASE-RECORD-LENGTH PIC 9(5) VALUE 2034.
       01 SEGMENT-START PIC 9(5) VALUE 0.
       01 SEGMENT-LENGTH PIC 9(4) VALUE 0.
       01 SET-TAKEN-AT PIC X(14) VALUE SPACES.
       01 IS-CHECK-MODE-L PIC X VALUE "R".
       01 IS-SEVERE-COUNT-L PIC 9(6) VALUE 0.
       01 IS-WARNING-COUNT-L PIC 9(6) VALUE 0.
       01 IS-INFO-COUNT-L PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "FULL-SYSTEM RELOAD FROM A BACKUP SET.".
           DISPLAY "BACKUP SET NAME? BLANK FOR BACKUP-SET.".
           ACCEPT BACKUP-SET-NAME.
           IF BACKUP-SET-NAME IS EQUAL TO SPACES THEN
               MOVE "BACKUP-SET" TO BACKUP-SET-NAME.
           PERFORM VERIFY-BACKUP-SET.
           IF NOT SET-END-SEEN THEN
               DISPLAY "BACKUP SET HAS NO END RECORD, NOTHING RELOADED."
               STOP RUN.
           IF MISMATCH-COUNT IS GREATER THAN 0 THEN
               DISPLAY MISMATCH-COUNT, " TRAILER TOTALS DO NOT AGREE, ",
                       "NOTHING RELOADED."
               STOP RUN.
           DISPLAY "BACKUP SET TAKEN ", SET-TAKEN-AT,
                   " VERIFIED, ", SET-FILE-COUNT, " FILES.".
           DISPLAY "RELOAD REPLACES EVERY FILE IN THE SET. PROCEED? ",
                   "Y OR N.".
           ACCEPT CONFIRM-SW.
           IF NOT CONFIRMED THEN
               DISPLAY "RELOAD CANCELLED, NOTHING RELOADED."
               STOP RUN.
           PERFORM RELOAD-BACKUP-SET.
           DISPLAY "CHECKING RELOADED FILES.".
           CALL "INTEGRITY-SCAN" USING IS-CHECK-MODE-L,
                IS-SEVERE-COUNT-L, IS-WARNING-COUNT-L, IS-INFO-COUNT-L.
           IF MISMATCH-COUNT IS EQUAL TO 0 AND
              REJECTED-COUNT IS EQUAL TO 0 AND
              IS-SEVERE-COUNT-L IS EQUAL TO 0 THEN
               DISPLAY "RESTORE GOOD."
           ELSE
               DISPLAY "RESTORE NOT GOOD: ", MISMATCH-COUNT,
                       " TOTALS DIFFER, ", REJECTED-COUNT,
                       " RECORDS REJECTED, ", IS-SEVERE-COUNT-L,
                       " SEVERE FINDINGS.".
           STOP RUN.

       OPEN-BACKUP-SET.
           OPEN INPUT BACKUP-SET.
           IF BACKUP-FILE-NOT-FOUND THEN
               DISPLAY "BACKUP SET ", BACKUP-SET-NAME, " NOT FOUND."
               STOP RUN.
           MOVE 0 TO STATE.
           READ BACKUP-SET
               AT END MOVE 10 TO STATE.
           IF DONE OR NOT BK-SET-HEADER OR NOT BK-FORMAT-CURRENT THEN
               DISPLAY BACKUP-SET-NAME, " IS NOT A BACKUP SET."
               CLOSE BACKUP-SET
               STOP RUN.
           MOVE BK-SET-TIMESTAMP TO SET-TAKEN-AT.
           MOVE 1 TO SET-LINE-COUNT.
           MOVE 0 TO SET-FILE-COUNT.
           MOVE 0 TO FILE-RECORD-COUNT.
           MOVE 0 TO FILE-HASH.

       VERIFY-BACKUP-SET.
           PERFORM OPEN-BACKUP-SET.
           PERFORM VERIFY-BACKUP-LINE UNTIL DONE.
           CLOSE BACKUP-SET.

       VERIFY-BACKUP-LINE.
           READ BACKUP-SET
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               ADD 1 TO SET-LINE-COUNT
               IF BK-DATA THEN
                   PERFORM ADD-BODY-HASH
                   PERFORM COUNT-DATA-RECORD
               ELSE IF BK-TRAILER THEN
                   PERFORM CHECK-FILE-TRAILER
               ELSE IF BK-SET-END THEN
                   MOVE "Y" TO SET-END-SW
                   MOVE 10 TO STATE
                   IF BK-FILE-COUNT IS NOT EQUAL TO SET-FILE-COUNT OR
                      BK-LINE-COUNT IS NOT EQUAL TO SET-LINE-COUNT THEN
                       DISPLAY "SET TOTALS DO NOT AGREE: FILES ",
                               SET-FILE-COUNT, " OF ", BK-FILE-COUNT,
                               ", RECORDS ", SET-LINE-COUNT, " OF ",
                               BK-LINE-COUNT
                       ADD 1 TO MISMATCH-COUNT.

       COUNT-DATA-RECORD.
           IF BK-CHECKPOINT-FILE THEN
               IF BK-SEQUENCE IS EQUAL TO CKPT-SEGMENT-COUNT THEN
                   ADD 1 TO FILE-RECORD-COUNT
               END-IF
           ELSE IF BK-CASE-FILE THEN
               IF BK-SEQUENCE IS EQUAL TO CASE-SEGMENT-COUNT THEN
                   ADD 1 TO FILE-RECORD-COUNT
               END-IF
           ELSE
               ADD 1 TO FILE-RECORD-COUNT.

       CHECK-FILE-TRAILER.
           ADD 1 TO SET-FILE-COUNT.
           IF FILE-RECORD-COUNT IS NOT EQUAL TO BK-TRAILER-COUNT OR
              FILE-HASH IS NOT EQUAL TO BK-TRAILER-HASH THEN
               DISPLAY BK-FILE-CODE, " TRAILER TOTALS DO NOT AGREE: ",
                       "RECORDS ", FILE-RECORD-COUNT, " OF ",
                       BK-TRAILER-COUNT, ", HASH ", FILE-HASH, " OF ",
                       BK-TRAILER-HASH
               ADD 1 TO MISMATCH-COUNT.
           MOVE 0 TO FILE-RECORD-COUNT.
           MOVE 0 TO FILE-HASH.

       ADD-BODY-HASH.
           MOVE BK-BODY(1:999) TO CH-DATA-L.
           CALL "CONTROL-HASH" USING CH-DATA-L, CH-HASH-L.
           ADD CH-HASH-L TO FILE-HASH.
           MOVE BK-BODY(1000:101) TO CH-DATA-L.
           CALL "CONTROL-HASH" USING CH-DATA-L, CH-HASH-L.
           ADD CH-HASH-L TO FILE-HASH.
           ADD BK-SEQUENCE TO FILE-HASH.

       RELOAD-BACKUP-SET.
           PERFORM OPEN-BACKUP-SET.
           MOVE "N" TO TARGET-OPEN-SW.
           PERFORM RELOAD-BACKUP-LINE UNTIL DONE.
           CLOSE BACKUP-SET.

       RELOAD-BACKUP-LINE.
           READ BACKUP-SET
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               IF BK-DATA THEN
                   IF NOT TARGET-OPEN THEN
                       PERFORM OPEN-TARGET-FILE
                   END-IF
                   PERFORM ADD-BODY-HASH
                   PERFORM LOAD-TARGET-RECORD
               ELSE IF BK-TRAILER THEN
                   PERFORM FINISH-TARGET-FILE
               ELSE IF BK-SET-END THEN
                   MOVE 10 TO STATE.

       FINISH-TARGET-FILE.
           IF NOT BK-FILE-PRESENT THEN
               IF BK-FREE-MAP-FILE THEN
                   PERFORM REBUILD-FREE-MAP
                   DISPLAY BK-FILE-CODE, " NOT PRESENT AT UNLOAD, ",
                           "REBUILT FROM PROGRAM-CODE."
               ELSE
                   PERFORM OPEN-TARGET-FILE
                   PERFORM CLOSE-TARGET-FILE
                   DISPLAY BK-FILE-CODE, " NOT PRESENT AT UNLOAD, ",
                           "EMPTIED."
               END-IF
           ELSE
               IF NOT TARGET-OPEN THEN
                   PERFORM OPEN-TARGET-FILE
               END-IF
               PERFORM CLOSE-TARGET-FILE
               IF FILE-RECORD-COUNT IS NOT EQUAL TO BK-TRAILER-COUNT OR
                  FILE-HASH IS NOT EQUAL TO BK-TRAILER-HASH THEN
                   DISPLAY BK-FILE-CODE, " RELOADED TOTALS DO NOT ",
                           "AGREE: RECORDS ", FILE-RECORD-COUNT, " OF ",
                           BK-TRAILER-COUNT, ", HASH ", FILE-HASH,
                           " OF ", BK-TRAILER-HASH
                   ADD 1 TO MISMATCH-COUNT
               ELSE
                   DISPLAY BK-FILE-CODE, " ", FILE-RECORD-COUNT,
                           " RECORDS RELOADED, HASH ", FILE-HASH
               END-IF.
           MOVE "N" TO TARGET-OPEN-SW.
           MOVE 0 TO FILE-RECORD-COUNT.
           MOVE 0 TO FILE-HASH.

       REBUILD-FREE-MAP.
           OPEN OUTPUT FREE-MAP.
           CLOSE FREE-MAP.
           OPEN I-O FREE-MAP.
           OPEN INPUT PROGRAM-CODE.
           IF CODE-FILE-NOT-FOUND THEN
               MOVE "N" TO CODE-OPEN-SW
           ELSE
               MOVE "Y" TO CODE-OPEN-SW.
           PERFORM REBUILD-MAP-SLOT
               VARYING MAP-SLOT FROM 1 BY 1
               UNTIL MAP-SLOT IS GREATER THAN 99998.
           IF CODE-OPEN THEN
               CLOSE PROGRAM-CODE.
           CLOSE FREE-MAP.

       REBUILD-MAP-SLOT.
           MOVE "F" TO SLOT-STATE.
           IF CODE-OPEN THEN
               MOVE MAP-SLOT TO PROGRAM-IP
               READ PROGRAM-CODE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "U" TO SLOT-STATE
               END-READ.
           MOVE MAP-SLOT TO SLOT-NUMBER.
           WRITE SLOT-MAP-RECORD
               INVALID KEY
                   REWRITE SLOT-MAP-RECORD
           END-WRITE.

       REJECT-TARGET-RECORD.
           ADD 1 TO REJECTED-COUNT.
           DISPLAY BK-FILE-CODE, " DUPLICATE KEY, RECORD REJECTED: ",
                   BK-BODY(1:50).

       OPEN-TARGET-FILE.
           IF BK-CONFIG-FILE THEN
               OPEN OUTPUT CONFIG
           ELSE IF BK-USERS-FILE THEN
               OPEN OUTPUT USERS
           ELSE IF BK-CHANNELS-FILE THEN
               OPEN OUTPUT CHANNELS
           ELSE IF BK-PROGRAM-INDEX-FILE THEN
               OPEN OUTPUT PROGRAM-INDEX
           ELSE IF BK-PROGRAM-CODE-FILE THEN
               OPEN OUTPUT PROGRAM-CODE
           ELSE IF BK-HISTORY-FILE THEN
               OPEN OUTPUT HISTORY-FILE
           ELSE IF BK-FREE-MAP-FILE THEN
               OPEN OUTPUT FREE-MAP
           ELSE IF BK-CHECKPOINT-FILE THEN
               OPEN OUTPUT CHECKPOINT-FILE
           ELSE IF BK-INPUT-QUEUE-FILE THEN
               OPEN OUTPUT INPUT-QUEUE
           ELSE IF BK-SPOOL-FILE THEN
               OPEN OUTPUT SPOOL-FILE
           ELSE IF BK-DEAD-LETTER-FILE THEN
               OPEN OUTPUT DEAD-LETTER-FILE
           ELSE IF BK-LEDGER-FILE THEN
               OPEN OUTPUT DISPATCH-LEDGER
           ELSE IF BK-BUDGET-FILE THEN
               OPEN OUTPUT CYCLE-BUDGET-FILE
           ELSE IF BK-STATS-FILE THEN
               OPEN OUTPUT STATS-FILE
           ELSE IF BK-AUDIT-FILE THEN
               OPEN OUTPUT AUDIT-FILE
           ELSE IF BK-PENDING-FILE THEN
               OPEN OUTPUT PENDING-CHANGES
           ELSE IF BK-CONTROL-FILE THEN
               OPEN OUTPUT CONTROL-TOTALS
           ELSE IF BK-RATE-FILE THEN
               OPEN OUTPUT RATE-TABLE
           ELSE IF BK-CASE-FILE THEN
               OPEN OUTPUT REGRESSION-CASES
           ELSE IF BK-TRANSLATION-FILE THEN
               OPEN OUTPUT TRANSLATION-TABLE.
           MOVE "Y" TO TARGET-OPEN-SW.
           MOVE 0 TO FILE-RECORD-COUNT.
           MOVE 0 TO FILE-HASH.

       CLOSE-TARGET-FILE.
           IF BK-CONFIG-FILE THEN
               CLOSE CONFIG
           ELSE IF BK-USERS-FILE THEN
               CLOSE USERS
           ELSE IF BK-CHANNELS-FILE THEN
               CLOSE CHANNELS
           ELSE IF BK-PROGRAM-INDEX-FILE THEN
               CLOSE PROGRAM-INDEX
           ELSE IF BK-PROGRAM-CODE-FILE THEN
               CLOSE PROGRAM-CODE
           ELSE IF BK-HISTORY-FILE THEN
               CLOSE HISTORY-FILE
           ELSE IF BK-FREE-MAP-FILE THEN
               CLOSE FREE-MAP
           ELSE IF BK-CHECKPOINT-FILE THEN
               CLOSE CHECKPOINT-FILE
           ELSE IF BK-INPUT-QUEUE-FILE THEN
               CLOSE INPUT-QUEUE
           ELSE IF BK-SPOOL-FILE THEN
               CLOSE SPOOL-FILE
           ELSE IF BK-DEAD-LETTER-FILE THEN
               CLOSE DEAD-LETTER-FILE
           ELSE IF BK-LEDGER-FILE THEN
               CLOSE DISPATCH-LEDGER
           ELSE IF BK-BUDGET-FILE THEN
               CLOSE CYCLE-BUDGET-FILE
           ELSE IF BK-STATS-FILE THEN
               CLOSE STATS-FILE
           ELSE IF BK-AUDIT-FILE THEN
               CLOSE AUDIT-FILE
           ELSE IF BK-PENDING-FILE THEN
               CLOSE PENDING-CHANGES
           ELSE IF BK-CONTROL-FILE THEN
               CLOSE CONTROL-TOTALS
           ELSE IF BK-RATE-FILE THEN
               CLOSE RATE-TABLE
           ELSE IF BK-CASE-FILE THEN
               CLOSE REGRESSION-CASES
           ELSE IF BK-TRANSLATION-FILE THEN
               CLOSE TRANSLATION-TABLE.

       LOAD-TARGET-RECORD.
           IF BK-CONFIG-FILE THEN
               PERFORM LOAD-CONFIG-RECORD
           ELSE IF BK-USERS-FILE THEN
               PERFORM LOAD-USERS-RECORD
           ELSE IF BK-CHANNELS-FILE THEN
               PERFORM LOAD-CHANNELS-RECORD
           ELSE IF BK-PROGRAM-INDEX-FILE THEN
               PERFORM LOAD-PROGRAM-INDEX-RECORD
           ELSE IF BK-PROGRAM-CODE-FILE THEN
               PERFORM LOAD-PROGRAM-CODE-RECORD
           ELSE IF BK-HISTORY-FILE THEN
               PERFORM LOAD-HISTORY-RECORD
           ELSE IF BK-FREE-MAP-FILE THEN
               PERFORM LOAD-FREE-MAP-RECORD
           ELSE IF BK-CHECKPOINT-FILE THEN
               PERFORM LOAD-CHECKPOINTS-RECORD
           ELSE IF BK-INPUT-QUEUE-FILE THEN
               PERFORM LOAD-INPUT-QUEUE-RECORD
           ELSE IF BK-SPOOL-FILE THEN
               PERFORM LOAD-SPOOL-RECORD
           ELSE IF BK-DEAD-LETTER-FILE THEN
               PERFORM LOAD-DEAD-LETTERS-RECORD
           ELSE IF BK-LEDGER-FILE THEN
               PERFORM LOAD-LEDGER-RECORD
           ELSE IF BK-BUDGET-FILE THEN
               PERFORM LOAD-BUDGETS-RECORD
           ELSE IF BK-STATS-FILE THEN
               PERFORM LOAD-STATS-RECORD
           ELSE IF BK-AUDIT-FILE THEN
               PERFORM LOAD-AUDIT-RECORD
           ELSE IF BK-PENDING-FILE THEN
               PERFORM LOAD-PENDING-CHANGES-RECORD
           ELSE IF BK-CONTROL-FILE THEN
               PERFORM LOAD-CONTROL-TOTALS-RECORD
           ELSE IF BK-RATE-FILE THEN
               PERFORM LOAD-RATE-TABLE-RECORD
           ELSE IF BK-CASE-FILE THEN
               PERFORM LOAD-REGRESSION-CASES-RECORD
           ELSE IF BK-TRANSLATION-FILE THEN
               PERFORM LOAD-TRANSLATION-TABLE-RECORD.

       LOAD-CONFIG-RECORD.
           MOVE BK-BODY TO CONFIG-RECORD.
           WRITE CONFIG-RECORD
               INVALID KEY
                   PERFORM REJECT-TARGET-RECORD
               NOT INVALID KEY
                   ADD 1 TO FILE-RECORD-COUNT
           END-WRITE.

       LOAD-USERS-RECORD.
           MOVE BK-BODY TO USER-RECORD.
           WRITE USER-RECORD
               INVALID KEY
                   PERFORM REJECT-TARGET-RECORD
               NOT INVALID KEY
                   ADD 1 TO FILE-RECORD-COUNT
           END-WRITE.

       LOAD-CHANNELS-RECORD.
           MOVE BK-BODY TO CHANNEL-RECORD.
           WRITE CHANNEL-RECORD
               INVALID KEY
                   PERFORM REJECT-TARGET-RECORD
               NOT INVALID KEY
                   ADD 1 TO FILE-RECORD-COUNT
           END-WRITE.

       LOAD-PROGRAM-INDEX-RECORD.
           MOVE BK-BODY TO INDEX-ENTRY.
           WRITE INDEX-ENTRY
               INVALID KEY
                   PERFORM REJECT-TARGET-RECORD
               NOT INVALID KEY
                   ADD 1 TO FILE-RECORD-COUNT
           END-WRITE.

       LOAD-PROGRAM-CODE-RECORD.
           MOVE BK-SEQUENCE TO PROGRAM-IP.
           MOVE BK-BODY TO PROGRAM-RECORD.
           WRITE PROGRAM-RECORD
               INVALID KEY
                   PERFORM REJECT-TARGET-RECORD
               NOT INVALID KEY
                   ADD 1 TO FILE-RECORD-COUNT
           END-WRITE.

       LOAD-HISTORY-RECORD.
           MOVE BK-BODY TO HISTORY-RECORD.
           WRITE HISTORY-RECORD
               INVALID KEY
                   PERFORM REJECT-TARGET-RECORD
               NOT INVALID KEY
                   ADD 1 TO FILE-RECORD-COUNT
           END-WRITE.

       LOAD-FREE-MAP-RECORD.
           MOVE BK-SEQUENCE TO SLOT-NUMBER.
           MOVE BK-BODY TO SLOT-MAP-RECORD.
           WRITE SLOT-MAP-RECORD
               INVALID KEY
                   PERFORM REJECT-TARGET-RECORD
               NOT INVALID KEY
                   ADD 1 TO FILE-RECORD-COUNT
           END-WRITE.

       LOAD-CHECKPOINTS-RECORD.
           COMPUTE SEGMENT-START = (BK-SEQUENCE - 1) * 1100 + 1.
           IF BK-SEQUENCE IS EQUAL TO CKPT-SEGMENT-COUNT THEN
               COMPUTE SEGMENT-LENGTH =
                   CKPT-RECORD-LENGTH - SEGMENT-START + 1
           ELSE
               MOVE 1100 TO SEGMENT-LENGTH.
           MOVE BK-BODY(1:SEGMENT-LENGTH)
                TO CHECKPOINT-RECORD(SEGMENT-START:SEGMENT-LENGTH).
           IF BK-SEQUENCE IS EQUAL TO CKPT-SEGMENT-COUNT THEN
               WRITE CHECKPOINT-RECORD
                   INVALID KEY
                       PERFORM REJECT-TARGET-RECORD
                   NOT INVALID KEY
                       ADD 1 TO FILE-RECORD-COUNT
               END-WRITE.

       LOAD-INPUT-QUEUE-RECORD.
           MOVE BK-BODY TO QUEUE-RECORD.
           WRITE QUEUE-RECORD
               INVALID KEY
                   PERFORM REJECT-TARGET-RECORD
               NOT INVALID KEY
                   ADD 1 TO FILE-RECORD-COUNT
           END-WRITE.

       LOAD-SPOOL-RECORD.
           MOVE BK-BODY TO SPOOL-RECORD.
           WRITE SPOOL-RECORD
               INVALID KEY
                   PERFORM REJECT-TARGET-RECORD
               NOT INVALID KEY
                   ADD 1 TO FILE-RECORD-COUNT
           END-WRITE.

       LOAD-DEAD-LETTERS-RECORD.
           MOVE BK-BODY TO DEAD-LETTER-RECORD.
           WRITE DEAD-LETTER-RECORD
               INVALID KEY
                   PERFORM REJECT-TARGET-RECORD
               NOT INVALID KEY
                   ADD 1 TO FILE-RECORD-COUNT
           END-WRITE.

       LOAD-LEDGER-RECORD.
           MOVE BK-BODY TO LEDGER-RECORD.
           WRITE LEDGER-RECORD
               INVALID KEY
                   PERFORM REJECT-TARGET-RECORD
               NOT INVALID KEY
                   ADD 1 TO FILE-RECORD-COUNT
           END-WRITE.

       LOAD-BUDGETS-RECORD.
           MOVE BK-BODY TO BUDGET-RECORD.
           WRITE BUDGET-RECORD
               INVALID KEY
                   PERFORM REJECT-TARGET-RECORD
               NOT INVALID KEY
                   ADD 1 TO FILE-RECORD-COUNT
           END-WRITE.

       LOAD-STATS-RECORD.
           MOVE BK-BODY TO STATS-RECORD.
           WRITE STATS-RECORD.
           ADD 1 TO FILE-RECORD-COUNT.

       LOAD-AUDIT-RECORD.
           MOVE BK-BODY TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           ADD 1 TO FILE-RECORD-COUNT.

       LOAD-PENDING-CHANGES-RECORD.
           MOVE BK-BODY TO CHANGE-RECORD.
           WRITE CHANGE-RECORD
               INVALID KEY
                   PERFORM REJECT-TARGET-RECORD
               NOT INVALID KEY
                   ADD 1 TO FILE-RECORD-COUNT
           END-WRITE.

       LOAD-CONTROL-TOTALS-RECORD.
           MOVE BK-BODY TO CONTROL-RECORD.
           WRITE CONTROL-RECORD
               INVALID KEY
                   PERFORM REJECT-TARGET-RECORD
               NOT INVALID KEY
                   ADD 1 TO FILE-RECORD-COUNT
           END-WRITE.

       LOAD-RATE-TABLE-RECORD.
           MOVE BK-BODY TO RATE-RECORD.
           WRITE RATE-RECORD
               INVALID KEY
                   PERFORM REJECT-TARGET-RECORD
               NOT INVALID KEY
                   ADD 1 TO FILE-RECORD-COUNT
           END-WRITE.

       LOAD-REGRESSION-CASES-RECORD.
           COMPUTE SEGMENT-START = (BK-SEQUENCE - 1) * 1100 + 1.
           IF BK-SEQUENCE IS EQUAL TO CASE-SEGMENT-COUNT THEN
               COMPUTE SEGMENT-LENGTH =
                   CASE-RECORD-LENGTH - SEGMENT-START + 1
           ELSE
               MOVE 1100 TO SEGMENT-LENGTH.
           MOVE BK-BODY(1:SEGMENT-LENGTH)
                TO CASE-RECORD(SEGMENT-START:SEGMENT-LENGTH).
           IF BK-SEQUENCE IS EQUAL TO CASE-SEGMENT-COUNT THEN
               WRITE CASE-RECORD
                   INVALID KEY
                       PERFORM REJECT-TARGET-RECORD
                   NOT INVALID KEY
                       ADD 1 TO FILE-RECORD-COUNT
               END-WRITE.

       LOAD-TRANSLATION-TABLE-RECORD.
           MOVE BK-BODY TO XLAT-RECORD.
           WRITE XLAT-RECORD
               INVALID KEY
                   PERFORM REJECT-TARGET-RECORD
               NOT INVALID KEY
                   ADD 1 TO FILE-RECORD-COUNT
           END-WRITE.
