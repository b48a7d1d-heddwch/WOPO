       IDENTIFICATION DIVISION.
       PROGRAM-ID. "STATS-MIGRATE".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-STATS-FILE
               ASSIGN TO DYNAMIC OLD-STATS-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-STATS-STATUS.
           SELECT CHANNEL-STATS-FILE
               ASSIGN TO DYNAMIC OLD-STATS-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-STATS-STATUS.
           SELECT NEW-STATS-FILE
               ASSIGN TO DYNAMIC NEW-STATS-NAME
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-STATS-FILE.
       01 OLD-STATS-RECORD PIC X(68).
       FD CHANNEL-STATS-FILE.
       01 CHANNEL-STATS-RECORD PIC X(158).
       FD NEW-STATS-FILE.
           COPY STATSREC.

       WORKING-STORAGE SECTION.
       01 STATE PIC 9(2) VALUE 0.
           88 DONE VALUE 10.
       01 OLD-STATS-STATUS PIC XX VALUE SPACES.
           88 OLD-STATS-NOT-FOUND VALUE "35".
       01 OLD-STATS-NAME PIC X(15) VALUE SPACES.
       01 NEW-STATS-NAME PIC X(19) VALUE SPACES.
       01 OLD-RECORD-LENGTH PIC X(3) VALUE SPACES.
           88 OLD-LENGTH-68 VALUE "68".
           88 OLD-LENGTH-158 VALUE "158".
       01 MIGRATE-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "STATS MIGRATION: ADDING CHANNEL, REQUESTING ",
                   "USER AND UNMAPPED CHARACTER COUNT.".
           DISPLAY "FILE TO CONVERT? BLANK FOR STATS-FILE, OR A ",
                   "STATS-GYYYYMMDD GENERATION.".
           ACCEPT OLD-STATS-NAME.
           IF OLD-STATS-NAME IS EQUAL TO SPACES THEN
               MOVE "STATS-FILE" TO OLD-STATS-NAME.
           DISPLAY "OLD RECORD LENGTH? 68 WITHOUT CHANNEL AND USER, ",
                   "158 WITH THEM.".
           ACCEPT OLD-RECORD-LENGTH.
           IF NOT OLD-LENGTH-68 AND NOT OLD-LENGTH-158 THEN
               DISPLAY "UNKNOWN RECORD LENGTH ", OLD-RECORD-LENGTH,
                       ", NOTHING CONVERTED."
               STOP RUN.
           MOVE SPACES TO NEW-STATS-NAME.
           STRING OLD-STATS-NAME DELIMITED BY SPACE,
                  "-NEW" DELIMITED BY SIZE
                  INTO NEW-STATS-NAME.
           IF OLD-LENGTH-68 THEN
               OPEN INPUT OLD-STATS-FILE
           ELSE
               OPEN INPUT CHANNEL-STATS-FILE.
           IF OLD-STATS-NOT-FOUND THEN
               DISPLAY "NO FILE ", OLD-STATS-NAME,
                       ", NOTHING CONVERTED."
               STOP RUN.
           OPEN OUTPUT NEW-STATS-FILE.
           IF OLD-LENGTH-68 THEN
               PERFORM MIGRATE-STATS-ENTRY UNTIL DONE
               CLOSE OLD-STATS-FILE
           ELSE
               PERFORM MIGRATE-CHANNEL-STATS-ENTRY UNTIL DONE
               CLOSE CHANNEL-STATS-FILE.
           CLOSE NEW-STATS-FILE.
           DISPLAY MIGRATE-COUNT, " ENTRIES WRITTEN TO ",
                   NEW-STATS-NAME.
           DISPLAY "TAKE ", OLD-STATS-NAME, " OFFLINE, THEN RENAME ",
                   NEW-STATS-NAME, " TO ", OLD-STATS-NAME,
                   " TO PROMOTE.".
           EXIT PROGRAM.

       MIGRATE-STATS-ENTRY.
           READ OLD-STATS-FILE NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               MOVE OLD-STATS-RECORD TO STATS-RECORD
               MOVE SPACES TO STATS-CHANNEL
               MOVE SPACES TO STATS-REQUESTING-USER
               MOVE 0 TO STATS-UNMAPPED-COUNT
               WRITE STATS-RECORD
               ADD 1 TO MIGRATE-COUNT.

       MIGRATE-CHANNEL-STATS-ENTRY.
           READ CHANNEL-STATS-FILE NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               MOVE CHANNEL-STATS-RECORD TO STATS-RECORD
               MOVE 0 TO STATS-UNMAPPED-COUNT
               WRITE STATS-RECORD
               ADD 1 TO MIGRATE-COUNT.
