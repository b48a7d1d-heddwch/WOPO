       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SYSTEM-UNLOAD".

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
       01 BACKUP-SET-NAME PIC X(24) VALUE SPACES.
       01 PROGRAM-IP PIC 9(5).
       01 SLOT-NUMBER PIC 9(5).
       01 SWEEP-KEY PIC X(50) VALUE "*SWEEP*".
       01 SWEEP-OPEN-SW PIC X VALUE "N".
           88 SWEEP-OPEN VALUE "Y".
       01 UNLOAD-DATE PIC 9(8).
       01 UNLOAD-TIME PIC 9(8).
       01 UNLOAD-TIMESTAMP PIC X(14) VALUE SPACES.
       01 UNLOAD-FILE-CODE PIC X(2) VALUE SPACES.
       01 FILE-PRESENT-SW PIC X VALUE "N".
           88 FILE-PRESENT VALUE "Y".
       01 FILE-RECORD-COUNT PIC 9(8) VALUE 0.
       01 FILE-HASH PIC 9(15) VALUE 0.
       01 SET-FILE-COUNT PIC 9(2) VALUE 0.
       01 SET-LINE-COUNT PIC 9(9) VALUE 0.
       01 CH-DATA-L PIC X(999).
       01 CH-HASH-L PIC 9(6).
       01 CKPT-SEGMENT PIC 9(2) VALUE 0.
       01 CKPT-SEGMENT-COUNT PIC 9(2) VALUE 30.
       01 CKPT-RECORD-LENGTH PIC 9(5) VALUE 32093.
       01 CASE-SEGMENT PIC 9(2) VALUE 0.
       01 CASE-SEGMENT-COUNT PIC 9(2) VALUE 2.
       01 CASE-RECORD-LENGTH PIC 9(5) VALUE 2034.
       01 SEGMENT-START PIC 9(5) VALUE 0.
       01 SEGMENT-LENGTH PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "FULL-SYSTEM UNLOAD TO A BACKUP SET.".
           PERFORM CHECK-SWEEP-CLOSED.
           IF SWEEP-OPEN THEN
               DISPLAY "CHANNEL-RUN SWEEP STARTED ", LEDGER-LAST-START,
                       " HAS NOT FINISHED, UNLOAD REFUSED."
               STOP RUN.
           DISPLAY "BACKUP SET NAME? BLANK FOR BACKUP-SET.".
           ACCEPT BACKUP-SET-NAME.
           IF BACKUP-SET-NAME IS EQUAL TO SPACES THEN
               MOVE "BACKUP-SET" TO BACKUP-SET-NAME.
           ACCEPT UNLOAD-DATE FROM DATE YYYYMMDD.
           ACCEPT UNLOAD-TIME FROM TIME.
           STRING UNLOAD-DATE, UNLOAD-TIME(1:6) DELIMITED BY SIZE
                  INTO UNLOAD-TIMESTAMP.
           OPEN OUTPUT BACKUP-SET.
           MOVE SPACES TO BACKUP-RECORD.
           MOVE "H" TO BK-RECORD-TYPE.
           MOVE 0 TO BK-SEQUENCE.
           MOVE UNLOAD-TIMESTAMP TO BK-SET-TIMESTAMP.
           MOVE "01" TO BK-SET-FORMAT.
           WRITE BACKUP-RECORD.
           ADD 1 TO SET-LINE-COUNT.
           PERFORM UNLOAD-CONFIG.
           PERFORM UNLOAD-USERS.
           PERFORM UNLOAD-CHANNELS.
           PERFORM UNLOAD-PROGRAM-INDEX.
           PERFORM UNLOAD-PROGRAM-CODE.
           PERFORM UNLOAD-HISTORY.
           PERFORM UNLOAD-FREE-MAP.
           PERFORM UNLOAD-CHECKPOINTS.
           PERFORM UNLOAD-INPUT-QUEUE.
           PERFORM UNLOAD-SPOOL.
           PERFORM UNLOAD-DEAD-LETTERS.
           PERFORM UNLOAD-LEDGER.
           PERFORM UNLOAD-BUDGETS.
           PERFORM UNLOAD-STATS.
           PERFORM UNLOAD-AUDIT.
           PERFORM UNLOAD-PENDING-CHANGES.
           PERFORM UNLOAD-CONTROL-TOTALS.
           PERFORM UNLOAD-RATE-TABLE.
           PERFORM UNLOAD-REGRESSION-CASES.
           PERFORM UNLOAD-TRANSLATION-TABLE.
           MOVE SPACES TO BACKUP-RECORD.
           MOVE "E" TO BK-RECORD-TYPE.
           MOVE 0 TO BK-SEQUENCE.
           ADD 1 TO SET-LINE-COUNT.
           MOVE SET-FILE-COUNT TO BK-FILE-COUNT.
           MOVE SET-LINE-COUNT TO BK-LINE-COUNT.
           WRITE BACKUP-RECORD.
           CLOSE BACKUP-SET.
           DISPLAY SET-FILE-COUNT, " FILES, ", SET-LINE-COUNT,
                   " RECORDS WRITTEN TO BACKUP SET ", BACKUP-SET-NAME.
           STOP RUN.

       CHECK-SWEEP-CLOSED.
           MOVE "N" TO SWEEP-OPEN-SW.
           OPEN INPUT DISPATCH-LEDGER.
           IF LEDGER-FILE-NOT-FOUND THEN
               CLOSE DISPATCH-LEDGER
           ELSE
               MOVE SWEEP-KEY TO LEDGER-CHANNEL
               READ DISPATCH-LEDGER RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LEDGER-LAST-FINISH IS LESS THAN
                          LEDGER-LAST-START THEN
                           MOVE "Y" TO SWEEP-OPEN-SW
                       END-IF
               END-READ
               CLOSE DISPATCH-LEDGER.

       BEGIN-FILE-UNLOAD.
           MOVE "N" TO FILE-PRESENT-SW.
           MOVE 0 TO FILE-RECORD-COUNT.
           MOVE 0 TO FILE-HASH.
           MOVE 0 TO STATE.

       START-DATA-RECORD.
           MOVE SPACES TO BACKUP-RECORD.
           MOVE UNLOAD-FILE-CODE TO BK-FILE-CODE.
           MOVE "D" TO BK-RECORD-TYPE.
           MOVE 0 TO BK-SEQUENCE.

       WRITE-DATA-RECORD.
           PERFORM ADD-BODY-HASH.
           WRITE BACKUP-RECORD.
           ADD 1 TO SET-LINE-COUNT.

       ADD-BODY-HASH.
           MOVE BK-BODY(1:999) TO CH-DATA-L.
           CALL "CONTROL-HASH" USING CH-DATA-L, CH-HASH-L.
           ADD CH-HASH-L TO FILE-HASH.
           MOVE BK-BODY(1000:101) TO CH-DATA-L.
           CALL "CONTROL-HASH" USING CH-DATA-L, CH-HASH-L.
           ADD CH-HASH-L TO FILE-HASH.
           ADD BK-SEQUENCE TO FILE-HASH.

       WRITE-FILE-TRAILER.
           MOVE SPACES TO BACKUP-RECORD.
           MOVE UNLOAD-FILE-CODE TO BK-FILE-CODE.
           MOVE "T" TO BK-RECORD-TYPE.
           MOVE 0 TO BK-SEQUENCE.
           MOVE FILE-PRESENT-SW TO BK-FILE-PRESENT-SW.
           MOVE FILE-RECORD-COUNT TO BK-TRAILER-COUNT.
           MOVE FILE-HASH TO BK-TRAILER-HASH.
           WRITE BACKUP-RECORD.
           ADD 1 TO SET-LINE-COUNT.
           ADD 1 TO SET-FILE-COUNT.
           IF FILE-PRESENT THEN
               DISPLAY UNLOAD-FILE-CODE, " ", FILE-RECORD-COUNT,
                       " RECORDS, HASH ", FILE-HASH
           ELSE
               DISPLAY UNLOAD-FILE-CODE, " FILE NOT PRESENT.".

       UNLOAD-CONFIG.
           MOVE "CF" TO UNLOAD-FILE-CODE.
           PERFORM BEGIN-FILE-UNLOAD.
           OPEN INPUT CONFIG.
           IF CONFIG-FILE-NOT-FOUND THEN
               CLOSE CONFIG
           ELSE
               MOVE "Y" TO FILE-PRESENT-SW
               PERFORM UNLOAD-CONFIG-RECORD UNTIL DONE
               CLOSE CONFIG.
           PERFORM WRITE-FILE-TRAILER.

       UNLOAD-CONFIG-RECORD.
           READ CONFIG NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM START-DATA-RECORD
               MOVE CONFIG-RECORD TO BK-BODY
               PERFORM WRITE-DATA-RECORD
               ADD 1 TO FILE-RECORD-COUNT.

       UNLOAD-USERS.
           MOVE "US" TO UNLOAD-FILE-CODE.
           PERFORM BEGIN-FILE-UNLOAD.
           OPEN INPUT USERS.
           IF USER-FILE-NOT-FOUND THEN
               CLOSE USERS
           ELSE
               MOVE "Y" TO FILE-PRESENT-SW
               PERFORM UNLOAD-USERS-RECORD UNTIL DONE
               CLOSE USERS.
           PERFORM WRITE-FILE-TRAILER.

       UNLOAD-USERS-RECORD.
           READ USERS NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM START-DATA-RECORD
               MOVE USER-RECORD TO BK-BODY
               PERFORM WRITE-DATA-RECORD
               ADD 1 TO FILE-RECORD-COUNT.

       UNLOAD-CHANNELS.
           MOVE "CH" TO UNLOAD-FILE-CODE.
           PERFORM BEGIN-FILE-UNLOAD.
           OPEN INPUT CHANNELS.
           IF CHANNEL-FILE-NOT-FOUND THEN
               CLOSE CHANNELS
           ELSE
               MOVE "Y" TO FILE-PRESENT-SW
               PERFORM UNLOAD-CHANNELS-RECORD UNTIL DONE
               CLOSE CHANNELS.
           PERFORM WRITE-FILE-TRAILER.

       UNLOAD-CHANNELS-RECORD.
           READ CHANNELS NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM START-DATA-RECORD
               MOVE CHANNEL-RECORD TO BK-BODY
               PERFORM WRITE-DATA-RECORD
               ADD 1 TO FILE-RECORD-COUNT.

       UNLOAD-PROGRAM-INDEX.
           MOVE "PX" TO UNLOAD-FILE-CODE.
           PERFORM BEGIN-FILE-UNLOAD.
           OPEN INPUT PROGRAM-INDEX.
           IF INDEX-FILE-NOT-FOUND THEN
               CLOSE PROGRAM-INDEX
           ELSE
               MOVE "Y" TO FILE-PRESENT-SW
               PERFORM UNLOAD-PROGRAM-INDEX-RECORD UNTIL DONE
               CLOSE PROGRAM-INDEX.
           PERFORM WRITE-FILE-TRAILER.

       UNLOAD-PROGRAM-INDEX-RECORD.
           READ PROGRAM-INDEX NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM START-DATA-RECORD
               MOVE INDEX-ENTRY TO BK-BODY
               PERFORM WRITE-DATA-RECORD
               ADD 1 TO FILE-RECORD-COUNT.

       UNLOAD-PROGRAM-CODE.
           MOVE "PC" TO UNLOAD-FILE-CODE.
           PERFORM BEGIN-FILE-UNLOAD.
           OPEN INPUT PROGRAM-CODE.
           IF CODE-FILE-NOT-FOUND THEN
               CLOSE PROGRAM-CODE
           ELSE
               MOVE "Y" TO FILE-PRESENT-SW
               PERFORM UNLOAD-PROGRAM-CODE-RECORD UNTIL DONE
               CLOSE PROGRAM-CODE.
           PERFORM WRITE-FILE-TRAILER.

       UNLOAD-PROGRAM-CODE-RECORD.
           READ PROGRAM-CODE NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM START-DATA-RECORD
               MOVE PROGRAM-IP TO BK-SEQUENCE
               MOVE PROGRAM-RECORD TO BK-BODY
               PERFORM WRITE-DATA-RECORD
               ADD 1 TO FILE-RECORD-COUNT.

       UNLOAD-HISTORY.
           MOVE "HF" TO UNLOAD-FILE-CODE.
           PERFORM BEGIN-FILE-UNLOAD.
           OPEN INPUT HISTORY-FILE.
           IF HIST-FILE-NOT-FOUND THEN
               CLOSE HISTORY-FILE
           ELSE
               MOVE "Y" TO FILE-PRESENT-SW
               PERFORM UNLOAD-HISTORY-RECORD UNTIL DONE
               CLOSE HISTORY-FILE.
           PERFORM WRITE-FILE-TRAILER.

       UNLOAD-HISTORY-RECORD.
           READ HISTORY-FILE NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM START-DATA-RECORD
               MOVE HISTORY-RECORD TO BK-BODY
               PERFORM WRITE-DATA-RECORD
               ADD 1 TO FILE-RECORD-COUNT.

       UNLOAD-FREE-MAP.
           MOVE "FM" TO UNLOAD-FILE-CODE.
           PERFORM BEGIN-FILE-UNLOAD.
           OPEN INPUT FREE-MAP.
           IF MAP-FILE-NOT-FOUND THEN
               CLOSE FREE-MAP
           ELSE
               MOVE "Y" TO FILE-PRESENT-SW
               PERFORM UNLOAD-FREE-MAP-RECORD UNTIL DONE
               CLOSE FREE-MAP.
           PERFORM WRITE-FILE-TRAILER.

       UNLOAD-FREE-MAP-RECORD.
           READ FREE-MAP NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM START-DATA-RECORD
               MOVE SLOT-NUMBER TO BK-SEQUENCE
               MOVE SLOT-MAP-RECORD TO BK-BODY
               PERFORM WRITE-DATA-RECORD
               ADD 1 TO FILE-RECORD-COUNT.

       UNLOAD-CHECKPOINTS.
           MOVE "CK" TO UNLOAD-FILE-CODE.
           PERFORM BEGIN-FILE-UNLOAD.
           OPEN INPUT CHECKPOINT-FILE.
           IF CKPT-FILE-NOT-FOUND THEN
               CLOSE CHECKPOINT-FILE
           ELSE
               MOVE "Y" TO FILE-PRESENT-SW
               PERFORM UNLOAD-CHECKPOINTS-RECORD UNTIL DONE
               CLOSE CHECKPOINT-FILE.
           PERFORM WRITE-FILE-TRAILER.

       UNLOAD-CHECKPOINTS-RECORD.
           READ CHECKPOINT-FILE NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM UNLOAD-CHECKPOINT-SEGMENT
                   VARYING CKPT-SEGMENT FROM 1 BY 1
                   UNTIL CKPT-SEGMENT IS GREATER THAN CKPT-SEGMENT-COUNT
               ADD 1 TO FILE-RECORD-COUNT.

       UNLOAD-CHECKPOINT-SEGMENT.
           PERFORM START-DATA-RECORD.
           MOVE CKPT-SEGMENT TO BK-SEQUENCE.
           COMPUTE SEGMENT-START = (CKPT-SEGMENT - 1) * 1100 + 1.
           IF CKPT-SEGMENT IS EQUAL TO CKPT-SEGMENT-COUNT THEN
               COMPUTE SEGMENT-LENGTH =
                   CKPT-RECORD-LENGTH - SEGMENT-START + 1
           ELSE
               MOVE 1100 TO SEGMENT-LENGTH.
           MOVE CHECKPOINT-RECORD(SEGMENT-START:SEGMENT-LENGTH)
                TO BK-BODY.
           PERFORM WRITE-DATA-RECORD.

       UNLOAD-INPUT-QUEUE.
           MOVE "IQ" TO UNLOAD-FILE-CODE.
           PERFORM BEGIN-FILE-UNLOAD.
           OPEN INPUT INPUT-QUEUE.
           IF QUEUE-FILE-NOT-FOUND THEN
               CLOSE INPUT-QUEUE
           ELSE
               MOVE "Y" TO FILE-PRESENT-SW
               PERFORM UNLOAD-INPUT-QUEUE-RECORD UNTIL DONE
               CLOSE INPUT-QUEUE.
           PERFORM WRITE-FILE-TRAILER.

       UNLOAD-INPUT-QUEUE-RECORD.
           READ INPUT-QUEUE NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM START-DATA-RECORD
               MOVE QUEUE-RECORD TO BK-BODY
               PERFORM WRITE-DATA-RECORD
               ADD 1 TO FILE-RECORD-COUNT.

       UNLOAD-SPOOL.
           MOVE "SF" TO UNLOAD-FILE-CODE.
           PERFORM BEGIN-FILE-UNLOAD.
           OPEN INPUT SPOOL-FILE.
           IF SPOOL-FILE-NOT-FOUND THEN
               CLOSE SPOOL-FILE
           ELSE
               MOVE "Y" TO FILE-PRESENT-SW
               PERFORM UNLOAD-SPOOL-RECORD UNTIL DONE
               CLOSE SPOOL-FILE.
           PERFORM WRITE-FILE-TRAILER.

       UNLOAD-SPOOL-RECORD.
           READ SPOOL-FILE NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM START-DATA-RECORD
               MOVE SPOOL-RECORD TO BK-BODY
               PERFORM WRITE-DATA-RECORD
               ADD 1 TO FILE-RECORD-COUNT.

       UNLOAD-DEAD-LETTERS.
           MOVE "DL" TO UNLOAD-FILE-CODE.
           PERFORM BEGIN-FILE-UNLOAD.
           OPEN INPUT DEAD-LETTER-FILE.
           IF DEAD-FILE-NOT-FOUND THEN
               CLOSE DEAD-LETTER-FILE
           ELSE
               MOVE "Y" TO FILE-PRESENT-SW
               PERFORM UNLOAD-DEAD-LETTERS-RECORD UNTIL DONE
               CLOSE DEAD-LETTER-FILE.
           PERFORM WRITE-FILE-TRAILER.

       UNLOAD-DEAD-LETTERS-RECORD.
           READ DEAD-LETTER-FILE NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM START-DATA-RECORD
               MOVE DEAD-LETTER-RECORD TO BK-BODY
               PERFORM WRITE-DATA-RECORD
               ADD 1 TO FILE-RECORD-COUNT.

       UNLOAD-LEDGER.
           MOVE "DG" TO UNLOAD-FILE-CODE.
           PERFORM BEGIN-FILE-UNLOAD.
           OPEN INPUT DISPATCH-LEDGER.
           IF LEDGER-FILE-NOT-FOUND THEN
               CLOSE DISPATCH-LEDGER
           ELSE
               MOVE "Y" TO FILE-PRESENT-SW
               PERFORM UNLOAD-LEDGER-RECORD UNTIL DONE
               CLOSE DISPATCH-LEDGER.
           PERFORM WRITE-FILE-TRAILER.

       UNLOAD-LEDGER-RECORD.
           READ DISPATCH-LEDGER NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM START-DATA-RECORD
               MOVE LEDGER-RECORD TO BK-BODY
               PERFORM WRITE-DATA-RECORD
               ADD 1 TO FILE-RECORD-COUNT.

       UNLOAD-BUDGETS.
           MOVE "CB" TO UNLOAD-FILE-CODE.
           PERFORM BEGIN-FILE-UNLOAD.
           OPEN INPUT CYCLE-BUDGET-FILE.
           IF BUDGET-FILE-NOT-FOUND THEN
               CLOSE CYCLE-BUDGET-FILE
           ELSE
               MOVE "Y" TO FILE-PRESENT-SW
               PERFORM UNLOAD-BUDGETS-RECORD UNTIL DONE
               CLOSE CYCLE-BUDGET-FILE.
           PERFORM WRITE-FILE-TRAILER.

       UNLOAD-BUDGETS-RECORD.
           READ CYCLE-BUDGET-FILE NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM START-DATA-RECORD
               MOVE BUDGET-RECORD TO BK-BODY
               PERFORM WRITE-DATA-RECORD
               ADD 1 TO FILE-RECORD-COUNT.

       UNLOAD-STATS.
           MOVE "ST" TO UNLOAD-FILE-CODE.
           PERFORM BEGIN-FILE-UNLOAD.
           OPEN INPUT STATS-FILE.
           IF STATS-FILE-NOT-FOUND THEN
               CLOSE STATS-FILE
           ELSE
               MOVE "Y" TO FILE-PRESENT-SW
               PERFORM UNLOAD-STATS-RECORD UNTIL DONE
               CLOSE STATS-FILE.
           PERFORM WRITE-FILE-TRAILER.

       UNLOAD-STATS-RECORD.
           READ STATS-FILE NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM START-DATA-RECORD
               MOVE STATS-RECORD TO BK-BODY
               PERFORM WRITE-DATA-RECORD
               ADD 1 TO FILE-RECORD-COUNT.

       UNLOAD-AUDIT.
           MOVE "AU" TO UNLOAD-FILE-CODE.
           PERFORM BEGIN-FILE-UNLOAD.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-NOT-FOUND THEN
               CLOSE AUDIT-FILE
           ELSE
               MOVE "Y" TO FILE-PRESENT-SW
               PERFORM UNLOAD-AUDIT-RECORD UNTIL DONE
               CLOSE AUDIT-FILE.
           PERFORM WRITE-FILE-TRAILER.

       UNLOAD-AUDIT-RECORD.
           READ AUDIT-FILE NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM START-DATA-RECORD
               MOVE AUDIT-RECORD TO BK-BODY
               PERFORM WRITE-DATA-RECORD
               ADD 1 TO FILE-RECORD-COUNT.

       UNLOAD-PENDING-CHANGES.
           MOVE "PD" TO UNLOAD-FILE-CODE.
           PERFORM BEGIN-FILE-UNLOAD.
           OPEN INPUT PENDING-CHANGES.
           IF CHANGE-FILE-NOT-FOUND THEN
               CLOSE PENDING-CHANGES
           ELSE
               MOVE "Y" TO FILE-PRESENT-SW
               PERFORM UNLOAD-PENDING-CHANGES-RECORD UNTIL DONE
               CLOSE PENDING-CHANGES.
           PERFORM WRITE-FILE-TRAILER.

       UNLOAD-PENDING-CHANGES-RECORD.
           READ PENDING-CHANGES NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM START-DATA-RECORD
               MOVE CHANGE-RECORD TO BK-BODY
               PERFORM WRITE-DATA-RECORD
               ADD 1 TO FILE-RECORD-COUNT.

       UNLOAD-CONTROL-TOTALS.
           MOVE "CT" TO UNLOAD-FILE-CODE.
           PERFORM BEGIN-FILE-UNLOAD.
           OPEN INPUT CONTROL-TOTALS.
           IF CTL-FILE-NOT-FOUND THEN
               CLOSE CONTROL-TOTALS
           ELSE
               MOVE "Y" TO FILE-PRESENT-SW
               PERFORM UNLOAD-CONTROL-TOTALS-RECORD UNTIL DONE
               CLOSE CONTROL-TOTALS.
           PERFORM WRITE-FILE-TRAILER.

       UNLOAD-CONTROL-TOTALS-RECORD.
           READ CONTROL-TOTALS NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM START-DATA-RECORD
               MOVE CONTROL-RECORD TO BK-BODY
               PERFORM WRITE-DATA-RECORD
               ADD 1 TO FILE-RECORD-COUNT.

       UNLOAD-RATE-TABLE.
           MOVE "RT" TO UNLOAD-FILE-CODE.
           PERFORM BEGIN-FILE-UNLOAD.
           OPEN INPUT RATE-TABLE.
           IF RATE-FILE-NOT-FOUND THEN
               CLOSE RATE-TABLE
           ELSE
               MOVE "Y" TO FILE-PRESENT-SW
               PERFORM UNLOAD-RATE-TABLE-RECORD UNTIL DONE
               CLOSE RATE-TABLE.
           PERFORM WRITE-FILE-TRAILER.

       UNLOAD-RATE-TABLE-RECORD.
           READ RATE-TABLE NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM START-DATA-RECORD
               MOVE RATE-RECORD TO BK-BODY
               PERFORM WRITE-DATA-RECORD
               ADD 1 TO FILE-RECORD-COUNT.

       UNLOAD-REGRESSION-CASES.
           MOVE "RC" TO UNLOAD-FILE-CODE.
           PERFORM BEGIN-FILE-UNLOAD.
           OPEN INPUT REGRESSION-CASES.
           IF CASE-FILE-NOT-FOUND THEN
               CLOSE REGRESSION-CASES
           ELSE
               MOVE "Y" TO FILE-PRESENT-SW
               PERFORM UNLOAD-REGRESSION-CASES-RECORD UNTIL DONE
               CLOSE REGRESSION-CASES.
           PERFORM WRITE-FILE-TRAILER.

       UNLOAD-REGRESSION-CASES-RECORD.
           READ REGRESSION-CASES NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM UNLOAD-CASE-SEGMENT
                   VARYING CASE-SEGMENT FROM 1 BY 1
                   UNTIL CASE-SEGMENT IS GREATER THAN CASE-SEGMENT-COUNT
               ADD 1 TO FILE-RECORD-COUNT.

       UNLOAD-CASE-SEGMENT.
           PERFORM START-DATA-RECORD.
           MOVE CASE-SEGMENT TO BK-SEQUENCE.
           COMPUTE SEGMENT-START = (CASE-SEGMENT - 1) * 1100 + 1.
           IF CASE-SEGMENT IS EQUAL TO CASE-SEGMENT-COUNT THEN
               COMPUTE SEGMENT-LENGTH =
                   CASE-RECORD-LENGTH - SEGMENT-START + 1
           ELSE
               MOVE 1100 TO SEGMENT-LENGTH.
           MOVE CASE-RECORD(SEGMENT-START:SEGMENT-LENGTH)
                TO BK-BODY.
           PERFORM WRITE-DATA-RECORD.

       UNLOAD-TRANSLATION-TABLE.
           MOVE "XT" TO UNLOAD-FILE-CODE.
           PERFORM BEGIN-FILE-UNLOAD.
           OPEN INPUT TRANSLATION-TABLE.
           IF XLAT-FILE-NOT-FOUND THEN
               CLOSE TRANSLATION-TABLE
           ELSE
               MOVE "Y" TO FILE-PRESENT-SW
               PERFORM UNLOAD-TRANSLATION-TABLE-RECORD UNTIL DONE
               CLOSE TRANSLATION-TABLE.
           PERFORM WRITE-FILE-TRAILER.

       UNLOAD-TRANSLATION-TABLE-RECORD.
           READ TRANSLATION-TABLE NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM START-DATA-RECORD
               MOVE XLAT-RECORD TO BK-BODY
               PERFORM WRITE-DATA-RECORD
               ADD 1 TO FILE-RECORD-COUNT.
