       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PROGRAM-CODE-MIGRATE".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PROGRAM-CODE
               ASSIGN TO "PROGRAM-CODE"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE KEY IS OLD-PROGRAM-IP
               FILE STATUS IS OLD-CODE-FILE-STATUS.
           SELECT OLD-PROGRAM-INDEX
               ASSIGN TO "PROGRAM-INDEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-NAME
               FILE STATUS IS OLD-INDEX-FILE-STATUS.
           SELECT OLD-HISTORY-FILE
               ASSIGN TO "HISTORY-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-HIST-KEY
               FILE STATUS IS OLD-HIST-FILE-STATUS.
           SELECT OLD-FREE-MAP
               ASSIGN TO "FREE-MAP"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS OLD-SLOT-NUMBER
               FILE STATUS IS OLD-MAP-FILE-STATUS.
           SELECT NEW-PROGRAM-CODE
               ASSIGN TO "PROGRAM-CODE-NEW"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS PROGRAM-IP.
           SELECT NEW-PROGRAM-INDEX
               ASSIGN TO "PROGRAM-INDEX-NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NAME OF INDEX-ENTRY.
           SELECT NEW-HISTORY-FILE
               ASSIGN TO "HISTORY-FILE-NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY.
           SELECT NEW-FREE-MAP
               ASSIGN TO "FREE-MAP-NEW"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE KEY IS SLOT-NUMBER.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-PROGRAM-CODE.
       01 OLD-PROGRAM-RECORD.
           03 OLD-INSTRUCTION-RECORD PIC X(999).
           03 OLD-PREV-IP PIC 999.
           03 OLD-NEXT-IP PIC 999.
       FD OLD-PROGRAM-INDEX.
       01 OLD-INDEX-ENTRY.
           03 OLD-NAME PIC X(16).
           03 OLD-MIN-LEVEL PIC 9(2).
           03 OLD-ADDR PIC 999.
       FD OLD-HISTORY-FILE.
       01 OLD-HISTORY-RECORD.
           03 OLD-HIST-KEY.
               05 OLD-HIST-NAME PIC X(16).
               05 OLD-HIST-TIMESTAMP PIC X(16).
               05 OLD-HIST-IP PIC 999.
           03 OLD-HIST-INSTRUCTION-RECORD PIC X(999).
           03 OLD-HIST-PREV-IP PIC 999.
           03 OLD-HIST-NEXT-IP PIC 999.
           03 OLD-HIST-REQUESTING-USER PIC X(40).
       FD OLD-FREE-MAP.
       01 OLD-SLOT-MAP-RECORD.
           03 OLD-SLOT-STATE PIC X.
       FD NEW-PROGRAM-CODE.
           COPY PROGCREC.
       FD NEW-PROGRAM-INDEX.
           COPY PROGXREC.
       FD NEW-HISTORY-FILE.
           COPY HISTREC.
       FD NEW-FREE-MAP.
           COPY SLOTREC.

       WORKING-STORAGE SECTION.
       01 STATE PIC 9(2) VALUE 0.
           88 DONE VALUE 10.
       01 OLD-CODE-FILE-STATUS PIC XX VALUE SPACES.
           88 OLD-CODE-FILE-NOT-FOUND VALUE "35".
       01 OLD-INDEX-FILE-STATUS PIC XX VALUE SPACES.
           88 OLD-INDEX-FILE-NOT-FOUND VALUE "35".
       01 OLD-HIST-FILE-STATUS PIC XX VALUE SPACES.
           88 OLD-HIST-FILE-NOT-FOUND VALUE "35".
       01 OLD-MAP-FILE-STATUS PIC XX VALUE SPACES.
           88 OLD-MAP-FILE-NOT-FOUND VALUE "35".
       01 OLD-PROGRAM-IP PIC 999.
       01 OLD-SLOT-NUMBER PIC 999.
       01 PROGRAM-IP PIC 9(5).
       01 SLOT-NUMBER PIC 9(5).
       01 SLOT-IDX PIC 9(5) VALUE 0.
       01 CODE-MIGRATE-COUNT PIC 9(6) VALUE 0.
       01 INDEX-MIGRATE-COUNT PIC 9(6) VALUE 0.
       01 HISTORY-MIGRATE-COUNT PIC 9(6) VALUE 0.
       01 MAP-MIGRATE-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "PROGRAM-CODE MIGRATION: WIDENING PROGRAM ",
                   "ADDRESSES TO FIVE DIGITS.".
           PERFORM MIGRATE-PROGRAM-CODE.
           PERFORM MIGRATE-PROGRAM-INDEX.
           PERFORM MIGRATE-HISTORY-FILE.
           PERFORM MIGRATE-FREE-MAP.
           DISPLAY CODE-MIGRATE-COUNT,
                   " ENTRIES WRITTEN TO PROGRAM-CODE-NEW.".
           DISPLAY INDEX-MIGRATE-COUNT,
                   " ENTRIES WRITTEN TO PROGRAM-INDEX-NEW.".
           DISPLAY HISTORY-MIGRATE-COUNT,
                   " ENTRIES WRITTEN TO HISTORY-FILE-NEW.".
           DISPLAY MAP-MIGRATE-COUNT,
                   " ENTRIES WRITTEN TO FREE-MAP-NEW.".
           DISPLAY "TAKE THE STORE OFFLINE, THEN RENAME ",
                   "PROGRAM-CODE-NEW, PROGRAM-INDEX-NEW, ",
                   "HISTORY-FILE-NEW AND FREE-MAP-NEW TO PROMOTE.".
           EXIT PROGRAM.

       MIGRATE-PROGRAM-CODE.
           OPEN INPUT OLD-PROGRAM-CODE.
           OPEN OUTPUT NEW-PROGRAM-CODE.
           IF OLD-CODE-FILE-NOT-FOUND THEN
               DISPLAY "NO PROGRAM-CODE FILE, STORE IS EMPTY."
           ELSE
               MOVE 0 TO STATE
               PERFORM MIGRATE-PROGRAM-CODE-ENTRY UNTIL DONE
               MOVE 0 TO STATE.
           CLOSE OLD-PROGRAM-CODE, NEW-PROGRAM-CODE.

       MIGRATE-PROGRAM-CODE-ENTRY.
           READ OLD-PROGRAM-CODE NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               MOVE OLD-PROGRAM-IP TO PROGRAM-IP
               MOVE OLD-INSTRUCTION-RECORD TO INSTRUCTION-RECORD
               IF OLD-PREV-IP IS EQUAL TO 999 THEN
                   MOVE 99999 TO PREV-IP
               ELSE
                   MOVE OLD-PREV-IP TO PREV-IP
               END-IF
               IF OLD-NEXT-IP IS EQUAL TO 999 THEN
                   MOVE 99999 TO NEXT-IP
               ELSE
                   MOVE OLD-NEXT-IP TO NEXT-IP
               END-IF
               WRITE PROGRAM-RECORD
                   INVALID KEY
                       DISPLAY "DUPLICATE SLOT, SKIPPED: ",
                               OLD-PROGRAM-IP
                   NOT INVALID KEY
                       ADD 1 TO CODE-MIGRATE-COUNT
               END-WRITE.

       MIGRATE-PROGRAM-INDEX.
           OPEN INPUT OLD-PROGRAM-INDEX.
           OPEN OUTPUT NEW-PROGRAM-INDEX.
           IF OLD-INDEX-FILE-NOT-FOUND THEN
               DISPLAY "NO PROGRAM-INDEX FILE."
           ELSE
               MOVE 0 TO STATE
               PERFORM MIGRATE-PROGRAM-INDEX-ENTRY UNTIL DONE
               MOVE 0 TO STATE.
           CLOSE OLD-PROGRAM-INDEX, NEW-PROGRAM-INDEX.

       MIGRATE-PROGRAM-INDEX-ENTRY.
           READ OLD-PROGRAM-INDEX NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               MOVE OLD-NAME TO NAME OF INDEX-ENTRY
               MOVE OLD-MIN-LEVEL TO MIN-LEVEL OF INDEX-ENTRY
               MOVE OLD-ADDR TO ADDR OF INDEX-ENTRY
               WRITE INDEX-ENTRY
                   INVALID KEY
                       DISPLAY "DUPLICATE KEY, SKIPPED: ", OLD-NAME
                   NOT INVALID KEY
                       ADD 1 TO INDEX-MIGRATE-COUNT
               END-WRITE.

       MIGRATE-HISTORY-FILE.
           OPEN INPUT OLD-HISTORY-FILE.
           OPEN OUTPUT NEW-HISTORY-FILE.
           IF OLD-HIST-FILE-NOT-FOUND THEN
               DISPLAY "NO HISTORY-FILE."
           ELSE
               MOVE 0 TO STATE
               PERFORM MIGRATE-HISTORY-ENTRY UNTIL DONE
               MOVE 0 TO STATE.
           CLOSE OLD-HISTORY-FILE, NEW-HISTORY-FILE.

       MIGRATE-HISTORY-ENTRY.
           READ OLD-HISTORY-FILE NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               MOVE OLD-HIST-NAME TO HIST-NAME
               MOVE OLD-HIST-TIMESTAMP TO HIST-TIMESTAMP
               MOVE OLD-HIST-IP TO HIST-IP
               MOVE OLD-HIST-INSTRUCTION-RECORD
                    TO HIST-INSTRUCTION-RECORD
               IF OLD-HIST-PREV-IP IS EQUAL TO 999 THEN
                   MOVE 99999 TO HIST-PREV-IP
               ELSE
                   MOVE OLD-HIST-PREV-IP TO HIST-PREV-IP
               END-IF
               IF OLD-HIST-NEXT-IP IS EQUAL TO 999 THEN
                   MOVE 99999 TO HIST-NEXT-IP
               ELSE
                   MOVE OLD-HIST-NEXT-IP TO HIST-NEXT-IP
               END-IF
               MOVE OLD-HIST-REQUESTING-USER TO HIST-REQUESTING-USER
               WRITE HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "DUPLICATE KEY, SKIPPED: ",
                               OLD-HIST-NAME
                   NOT INVALID KEY
                       ADD 1 TO HISTORY-MIGRATE-COUNT
               END-WRITE.

       MIGRATE-FREE-MAP.
           OPEN INPUT OLD-FREE-MAP.
           IF OLD-MAP-FILE-NOT-FOUND THEN
               DISPLAY "NO FREE-MAP FILE, SLOTS WILL BE PROBED ",
                       "UNTIL PROGRAM-STORAGE REFRESHES ONE."
           ELSE
               OPEN OUTPUT NEW-FREE-MAP
               PERFORM MIGRATE-FREE-MAP-SLOT
                   VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX IS GREATER THAN 99998
               CLOSE NEW-FREE-MAP.
           CLOSE OLD-FREE-MAP.

       MIGRATE-FREE-MAP-SLOT.
           MOVE "F" TO SLOT-STATE.
           IF SLOT-IDX IS LESS THAN 999 THEN
               MOVE SLOT-IDX TO OLD-SLOT-NUMBER
               READ OLD-FREE-MAP RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OLD-SLOT-STATE TO SLOT-STATE
               END-READ.
           WRITE SLOT-MAP-RECORD.
           ADD 1 TO MAP-MIGRATE-COUNT.
