       IDENTIFICATION DIVISION.
       PROGRAM-ID. "LEDGER-MIGRATE".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-DISPATCH-LEDGER
               ASSIGN TO "DISPATCH-LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-LEDGER-CHANNEL.
           SELECT NEW-DISPATCH-LEDGER
               ASSIGN TO "DISPATCH-LEDGER-NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LEDGER-CHANNEL.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-DISPATCH-LEDGER.
       01 OLD-LEDGER-RECORD.
           03 OLD-LEDGER-CHANNEL PIC X(50).
           03 OLD-LEDGER-LAST-START PIC X(14).
           03 OLD-LEDGER-LAST-FINISH PIC X(14).
           03 OLD-LEDGER-LAST-STATUS PIC 9(2).
       FD NEW-DISPATCH-LEDGER.
           COPY LEDGREC.

       WORKING-STORAGE SECTION.
       01 STATE PIC 9(2) VALUE 0.
           88 DONE VALUE 10.
       01 MIGRATE-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "DISPATCH-LEDGER MIGRATION: ADDING CONSECUTIVE ",
                   "FAILURE COUNT AND CHANNEL HOLD.".
           OPEN INPUT OLD-DISPATCH-LEDGER.
           OPEN OUTPUT NEW-DISPATCH-LEDGER.
           PERFORM MIGRATE-LEDGER-ENTRY UNTIL DONE.
           CLOSE OLD-DISPATCH-LEDGER, NEW-DISPATCH-LEDGER.
           DISPLAY MIGRATE-COUNT,
                   " ENTRIES WRITTEN TO DISPATCH-LEDGER-NEW.".
           DISPLAY "TAKE DISPATCH-LEDGER OFFLINE, THEN RENAME ",
                   "DISPATCH-LEDGER-NEW TO DISPATCH-LEDGER TO PROMOTE.".
           EXIT PROGRAM.

       MIGRATE-LEDGER-ENTRY.
           READ OLD-DISPATCH-LEDGER NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               MOVE OLD-LEDGER-CHANNEL TO LEDGER-CHANNEL
               MOVE OLD-LEDGER-LAST-START TO LEDGER-LAST-START
               MOVE OLD-LEDGER-LAST-FINISH TO LEDGER-LAST-FINISH
               MOVE OLD-LEDGER-LAST-STATUS TO LEDGER-LAST-STATUS
               MOVE 0 TO LEDGER-FAIL-COUNT
               MOVE "N" TO LEDGER-HOLD-SW
               MOVE SPACES TO LEDGER-HELD-AT
               MOVE SPACES TO LEDGER-HOLD-REASON
               WRITE LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "DUPLICATE KEY, SKIPPED: ",
                               OLD-LEDGER-CHANNEL
                   NOT INVALID KEY
                       ADD 1 TO MIGRATE-COUNT
               END-WRITE.
