       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PROGRAM-WHERE-USED".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CHANNELS
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHANNEL-NAME
               FILE STATUS IS CHANNEL-FILE-STATUS.
           SELECT CONFIG
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONFIG-KEY
               FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT CHECKPOINT-FILE
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKPT-KEY
               FILE STATUS IS CKPT-FILE-STATUS.
           SELECT SPOOL-FILE
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPOOL-KEY
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS HIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROGRAM-INDEX.
           COPY PROGXREC.
       FD PROGRAM-CODE.
           COPY PROGCREC.
       FD CHANNELS.
           COPY CHANREC.
       FD CONFIG.
           COPY CONFIGREC.
       FD CHECKPOINT-FILE.
           COPY CKPTREC.
       FD SPOOL-FILE.
           COPY SPOOLREC.
       FD HISTORY-FILE.
           COPY HISTREC.

       WORKING-STORAGE SECTION.
       01 STATE PIC 9(2) VALUE 0.
           88 DONE VALUE 10.
       01 INDEX-FILE-STATUS PIC XX VALUE SPACES.
           88 INDEX-FILE-NOT-FOUND VALUE "35".
       01 CODE-FILE-STATUS PIC XX VALUE SPACES.
           88 CODE-FILE-NOT-FOUND VALUE "35".
       01 CHANNEL-FILE-STATUS PIC XX VALUE SPACES.
           88 CHANNEL-FILE-NOT-FOUND VALUE "35".
       01 CONFIG-FILE-STATUS PIC XX VALUE SPACES.
           88 CONFIG-FILE-NOT-FOUND VALUE "35".
       01 CKPT-FILE-STATUS PIC XX VALUE SPACES.
           88 CKPT-FILE-NOT-FOUND VALUE "35".
       01 SPOOL-FILE-STATUS PIC XX VALUE SPACES.
           88 SPOOL-FILE-NOT-FOUND VALUE "35".
       01 HIST-FILE-STATUS PIC XX VALUE SPACES.
           88 HIST-FILE-NOT-FOUND VALUE "35".
       01 CODE-AVAILABLE-SW PIC X VALUE "N".
           88 CODE-AVAILABLE VALUE "Y".
       01 PROGRAM-IP PIC 9(5).
       01 REPORT-NAME PIC X(16) VALUE SPACES.
       01 REPORT-PROGRAM PIC X(16) VALUE SPACES.
       01 REPORT-MIN-LEVEL PIC 9(2) VALUE 0.
       01 REPORT-ADDR PIC 9(5) VALUE 0.
       01 REPORT-INDEXED-SW PIC X VALUE "N".
           88 REPORT-INDEXED VALUE "Y".
       01 GLOBAL-ROUTE-TO PIC X(50) VALUE SPACES.
       01 CHANNEL-TABLE.
           03 CHANNEL-COUNT PIC 9(3) VALUE 0.
           03 CHANNEL-ENTRY OCCURS 500 TIMES.
               05 KNOWN-CHANNEL PIC X(50).
               05 KNOWN-CHANNEL-PROGRAM PIC X(16).
               05 KNOWN-ROUTE-TO PIC X(50).
               05 KNOWN-FEED-SW PIC X.
       01 PROGRAM-TABLE.
           03 PROGRAM-COUNT PIC 9(3) VALUE 0.
           03 PROGRAM-ENTRY OCCURS 500 TIMES.
               05 KNOWN-PROGRAM PIC X(16).
               05 KNOWN-MIN-LEVEL PIC 9(2).
               05 KNOWN-ADDR PIC 9(5).
       01 CHANNEL-IDX PIC 9(3) VALUE 0.
       01 PROGRAM-IDX PIC 9(3) VALUE 0.
       01 SCAN-IDX PIC 9(3) VALUE 0.
       01 OVERRIDE-IDX PIC 99 VALUE 0.
       01 FOUND-SW PIC X VALUE "N".
           88 NAME-FOUND VALUE "Y".
       01 ROUTE-FOUND-SW PIC X VALUE "N".
           88 ROUTE-FOUND VALUE "Y".
       01 LOOKUP-PROGRAM PIC X(16) VALUE SPACES.
       01 FEED-TABLE.
           03 FEED-COUNT PIC 9(3) VALUE 0.
           03 FEED-ENTRY OCCURS 500 TIMES.
               05 FEED-CHANNEL-IDX PIC 9(3).
               05 FEED-DEPTH PIC 9(3).
       01 FEED-POS PIC 9(3) VALUE 0.
       01 FEED-SCAN-IDX PIC 9(3) VALUE 0.
       01 SPOOL-GROUP-CHANNEL PIC X(50) VALUE SPACES.
       01 SPOOL-GROUP-COUNT PIC 9(6) VALUE 0.
       01 VERSION-TIMESTAMP PIC X(16) VALUE SPACES.
       01 VERSION-USER PIC X(40) VALUE SPACES.
       01 VERSION-NODES PIC 9(4) VALUE 0.
       01 USAGE-CHANNEL-COUNT PIC 9(4) VALUE 0.
       01 USAGE-FEED-COUNT PIC 9(4) VALUE 0.
       01 USAGE-CKPT-COUNT PIC 9(4) VALUE 0.
       01 USAGE-SPOOL-COUNT PIC 9(6) VALUE 0.
       01 USAGE-VERSION-COUNT PIC 9(4) VALUE 0.
       01 WALK-IP PIC 9(5) VALUE 0.
       01 WALK-STEPS PIC 9(3) VALUE 0.
       01 WALK-STATE PIC 9(2) VALUE 0.
           88 WALK-DONE VALUE 10.
       01 CHAIN-BROKEN-SW PIC X VALUE "N".
           88 CHAIN-BROKEN VALUE "Y".
       01 CHAIN-TABLE.
           03 CHAIN-LEN PIC 9(3) VALUE 0.
           03 CHAIN-IP PIC 9(5) OCCURS 998 TIMES.
       01 CHAIN-IDX PIC 9(3) VALUE 0.
       01 RETAINED-TABLE.
           03 RETAINED-COUNT PIC 9(3) VALUE 0.
           03 RETAINED-IP PIC 9(5) OCCURS 998 TIMES.
       01 RETAINED-FULL-SW PIC X VALUE "N".
           88 RETAINED-FULL VALUE "Y".
       01 PROFILE-COUNTS.
           03 LEFT-COUNT PIC 9(4) VALUE 0.
           03 RIGHT-COUNT PIC 9(4) VALUE 0.
           03 INC-COUNT PIC 9(4) VALUE 0.
           03 DEC-COUNT PIC 9(4) VALUE 0.
           03 OUTPUT-COUNT PIC 9(4) VALUE 0.
           03 INPUT-COUNT PIC 9(4) VALUE 0.
           03 BEGIN-COUNT PIC 9(4) VALUE 0.
           03 END-COUNT PIC 9(4) VALUE 0.
           03 DIE-COUNT PIC 9(4) VALUE 0.
           03 OTHER-COUNT PIC 9(4) VALUE 0.
       01 NEST-DEPTH PIC S9(4) VALUE 0.
       01 MAX-NEST-DEPTH PIC 9(4) VALUE 0.
       01 NEST-BALANCED-SW PIC X VALUE "Y".
           88 NEST-BALANCED VALUE "Y".
       01 NODE-CHAR PIC X.
       01 ESCAPE-IDX PIC 9(2) VALUE 0.
       01 ESCAPE-END PIC 9(2) VALUE 0.
       01 ESCAPE-LEN PIC 9(2) VALUE 0.
       01 ESCAPE-TOKEN PIC X(6) VALUE SPACES.
           88 ESCAPE-LSQB VALUE "LSQB".
           88 ESCAPE-RSQB VALUE "RSQB".
           88 ESCAPE-DIE VALUE SPACES "NUL".
       01 ESCAPE-TABLE.
           03 ESCAPE-COUNT PIC 9(2) VALUE 0.
           03 ESCAPE-ENTRY OCCURS 20 TIMES.
               05 ESCAPE-NAME PIC X(6).
               05 ESCAPE-USES PIC 9(4).
       01 ESCAPE-SCAN-IDX PIC 9(2) VALUE 0.
       01 ESCAPE-FOUND-SW PIC X VALUE "N".
           88 ESCAPE-FOUND VALUE "Y".
       01 UNREFERENCED-COUNT PIC 9(4) VALUE 0.
       01 MISSING-COUNT PIC 9(4) VALUE 0.
       01 REPORTED-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "PROGRAM WHERE-USED AND IMPACT REPORT.".
           DISPLAY "PROGRAM NAME? BLANK FOR ALL.".
           ACCEPT REPORT-NAME.
           PERFORM LOAD-GLOBAL-ROUTE.
           PERFORM LOAD-CHANNEL-TABLE.
           PERFORM LOAD-PROGRAM-TABLE.
           OPEN INPUT PROGRAM-CODE.
           IF CODE-FILE-NOT-FOUND THEN
               DISPLAY "NO PROGRAM-CODE FILE, NO PROFILES."
               CLOSE PROGRAM-CODE
           ELSE
               MOVE "Y" TO CODE-AVAILABLE-SW.
           IF REPORT-NAME IS EQUAL TO SPACES THEN
               PERFORM REPORT-LISTED-PROGRAM
                   VARYING PROGRAM-IDX FROM 1 BY 1
                   UNTIL PROGRAM-IDX IS GREATER THAN PROGRAM-COUNT
           ELSE
               PERFORM REPORT-NAMED-PROGRAM.
           IF CODE-AVAILABLE THEN
               CLOSE PROGRAM-CODE.
           PERFORM REPORT-UNREFERENCED-PROGRAMS.
           PERFORM REPORT-MISSING-PROGRAMS.
           DISPLAY REPORTED-COUNT, " PROGRAMS REPORTED, ",
                   UNREFERENCED-COUNT, " UNREFERENCED, ",
                   MISSING-COUNT, " CHANNELS WITH MISSING PROGRAM.".
           STOP RUN.

       LOAD-GLOBAL-ROUTE.
           MOVE SPACES TO GLOBAL-ROUTE-TO.
           OPEN INPUT CONFIG.
           IF CONFIG-FILE-NOT-FOUND THEN
               CLOSE CONFIG
           ELSE
               MOVE "ROUTE-TO" TO CONFIG-KEY
               READ CONFIG RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONFIG-VALUE(1:50) TO GLOBAL-ROUTE-TO
               END-READ
               CLOSE CONFIG.

       LOAD-CHANNEL-TABLE.
           OPEN INPUT CHANNELS.
           IF CHANNEL-FILE-NOT-FOUND THEN
               DISPLAY "WARNING: NO CHANNELS FILE."
               CLOSE CHANNELS
           ELSE
               MOVE 0 TO STATE
               PERFORM LOAD-CHANNEL-ENTRY UNTIL DONE
               MOVE 0 TO STATE
               CLOSE CHANNELS.

       LOAD-CHANNEL-ENTRY.
           READ CHANNELS NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               IF CHANNEL-COUNT IS LESS THAN 500 THEN
                   ADD 1 TO CHANNEL-COUNT
                   MOVE CHANNEL-NAME TO KNOWN-CHANNEL(CHANNEL-COUNT)
                   MOVE CHANNEL-PROGRAM
                        TO KNOWN-CHANNEL-PROGRAM(CHANNEL-COUNT)
                   MOVE "N" TO KNOWN-FEED-SW(CHANNEL-COUNT)
                   PERFORM RESOLVE-CHANNEL-ROUTE
               ELSE
                   DISPLAY "WARNING: CHANNEL TABLE FULL, LATER ",
                           "CHANNELS NOT REPORTED."
                   MOVE 10 TO STATE.

       RESOLVE-CHANNEL-ROUTE.
           MOVE "N" TO ROUTE-FOUND-SW.
           MOVE GLOBAL-ROUTE-TO TO KNOWN-ROUTE-TO(CHANNEL-COUNT).
           PERFORM SCAN-ROUTE-OVERRIDE
               VARYING OVERRIDE-IDX FROM 1 BY 1
               UNTIL OVERRIDE-IDX IS GREATER THAN
                     CHANNEL-OVERRIDE-COUNT
                  OR ROUTE-FOUND.

       SCAN-ROUTE-OVERRIDE.
           IF CHANNEL-OVERRIDE-KEY(OVERRIDE-IDX) IS EQUAL TO
              "ROUTE-TO" THEN
               MOVE CHANNEL-OVERRIDE-VALUE(OVERRIDE-IDX)(1:50)
                    TO KNOWN-ROUTE-TO(CHANNEL-COUNT)
               MOVE "Y" TO ROUTE-FOUND-SW.

       LOAD-PROGRAM-TABLE.
           OPEN INPUT PROGRAM-INDEX.
           IF INDEX-FILE-NOT-FOUND THEN
               DISPLAY "WARNING: NO PROGRAM-INDEX FILE."
               CLOSE PROGRAM-INDEX
           ELSE
               MOVE 0 TO STATE
               PERFORM LOAD-PROGRAM-ENTRY UNTIL DONE
               MOVE 0 TO STATE
               CLOSE PROGRAM-INDEX.

       LOAD-PROGRAM-ENTRY.
           READ PROGRAM-INDEX NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               IF PROGRAM-COUNT IS LESS THAN 500 THEN
                   ADD 1 TO PROGRAM-COUNT
                   MOVE NAME OF INDEX-ENTRY
                        TO KNOWN-PROGRAM(PROGRAM-COUNT)
                   MOVE MIN-LEVEL OF INDEX-ENTRY
                        TO KNOWN-MIN-LEVEL(PROGRAM-COUNT)
                   MOVE ADDR OF INDEX-ENTRY
                        TO KNOWN-ADDR(PROGRAM-COUNT)
               ELSE
                   DISPLAY "WARNING: PROGRAM TABLE FULL, LATER ",
                           "PROGRAMS NOT REPORTED."
                   MOVE 10 TO STATE.

       FIND-PROGRAM-NAME.
           MOVE "N" TO FOUND-SW.
           PERFORM SCAN-PROGRAM-NAME
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX IS GREATER THAN PROGRAM-COUNT
                  OR NAME-FOUND.

       SCAN-PROGRAM-NAME.
           IF KNOWN-PROGRAM(SCAN-IDX) IS EQUAL TO LOOKUP-PROGRAM THEN
               MOVE "Y" TO FOUND-SW.

       FIND-CHANNEL-PROGRAM.
           MOVE "N" TO FOUND-SW.
           PERFORM SCAN-CHANNEL-PROGRAM
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX IS GREATER THAN CHANNEL-COUNT
                  OR NAME-FOUND.

       SCAN-CHANNEL-PROGRAM.
           IF KNOWN-CHANNEL-PROGRAM(SCAN-IDX) IS EQUAL TO
              LOOKUP-PROGRAM THEN
               MOVE "Y" TO FOUND-SW.

       REPORT-LISTED-PROGRAM.
           MOVE KNOWN-PROGRAM(PROGRAM-IDX) TO REPORT-PROGRAM.
           MOVE KNOWN-MIN-LEVEL(PROGRAM-IDX) TO REPORT-MIN-LEVEL.
           MOVE KNOWN-ADDR(PROGRAM-IDX) TO REPORT-ADDR.
           MOVE "Y" TO REPORT-INDEXED-SW.
           PERFORM REPORT-ONE-PROGRAM.

       REPORT-NAMED-PROGRAM.
           MOVE REPORT-NAME TO REPORT-PROGRAM.
           MOVE 0 TO REPORT-MIN-LEVEL.
           MOVE 0 TO REPORT-ADDR.
           MOVE "N" TO REPORT-INDEXED-SW.
           OPEN INPUT PROGRAM-INDEX.
           IF INDEX-FILE-NOT-FOUND THEN
               CLOSE PROGRAM-INDEX
           ELSE
               MOVE REPORT-NAME TO NAME OF INDEX-ENTRY
               READ PROGRAM-INDEX RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO REPORT-INDEXED-SW
                       MOVE MIN-LEVEL OF INDEX-ENTRY
                            TO REPORT-MIN-LEVEL
                       MOVE ADDR OF INDEX-ENTRY TO REPORT-ADDR
               END-READ
               CLOSE PROGRAM-INDEX.
           PERFORM REPORT-ONE-PROGRAM.

       REPORT-ONE-PROGRAM.
           ADD 1 TO REPORTED-COUNT.
           DISPLAY " ".
           IF REPORT-INDEXED THEN
               DISPLAY "PROGRAM ", REPORT-PROGRAM, " MIN-LEVEL ",
                       REPORT-MIN-LEVEL, " STARTS AT ", REPORT-ADDR
           ELSE
               DISPLAY "PROGRAM ", REPORT-PROGRAM,
                       " NOT IN PROGRAM-INDEX.".
           MOVE 0 TO USAGE-CHANNEL-COUNT.
           MOVE 0 TO USAGE-FEED-COUNT.
           MOVE 0 TO USAGE-CKPT-COUNT.
           MOVE 0 TO USAGE-SPOOL-COUNT.
           MOVE 0 TO USAGE-VERSION-COUNT.
           MOVE 0 TO CHAIN-LEN.
           MOVE 0 TO RETAINED-COUNT.
           MOVE "N" TO RETAINED-FULL-SW.
           PERFORM REPORT-CHANNEL-USAGE.
           PERFORM REPORT-PARKED-CHECKPOINTS.
           PERFORM REPORT-PENDING-SPOOL.
           IF REPORT-INDEXED AND CODE-AVAILABLE THEN
               PERFORM PROFILE-PROGRAM-CODE.
           PERFORM REPORT-HISTORY-VERSIONS.
           IF REPORT-INDEXED AND CODE-AVAILABLE THEN
               PERFORM REPORT-PROGRAM-PROFILE.
           DISPLAY "  IMPACT: ", USAGE-CHANNEL-COUNT, " CHANNELS, ",
                   USAGE-FEED-COUNT, " FEEDING, ",
                   USAGE-CKPT-COUNT, " CHECKPOINTS, ",
                   USAGE-SPOOL-COUNT, " SPOOL SEGMENTS, ",
                   USAGE-VERSION-COUNT, " HISTORY VERSIONS.".

       REPORT-CHANNEL-USAGE.
           PERFORM REPORT-USING-CHANNEL
               VARYING CHANNEL-IDX FROM 1 BY 1
               UNTIL CHANNEL-IDX IS GREATER THAN CHANNEL-COUNT.
           IF USAGE-CHANNEL-COUNT IS EQUAL TO 0 THEN
               DISPLAY "  NO CHANNEL RUNS THIS PROGRAM.".

       REPORT-USING-CHANNEL.
           IF KNOWN-CHANNEL-PROGRAM(CHANNEL-IDX) IS EQUAL TO
              REPORT-PROGRAM THEN
               ADD 1 TO USAGE-CHANNEL-COUNT
               DISPLAY "  CHANNEL ", KNOWN-CHANNEL(CHANNEL-IDX)
               IF KNOWN-ROUTE-TO(CHANNEL-IDX) IS NOT EQUAL TO SPACES
                   THEN
                   DISPLAY "    ROUTES TO ",
                           KNOWN-ROUTE-TO(CHANNEL-IDX)
               END-IF
               PERFORM REPORT-FEEDING-CHAIN.

       REPORT-FEEDING-CHAIN.
           PERFORM CLEAR-FEED-MARK
               VARYING FEED-SCAN-IDX FROM 1 BY 1
               UNTIL FEED-SCAN-IDX IS GREATER THAN CHANNEL-COUNT.
           MOVE "Y" TO KNOWN-FEED-SW(CHANNEL-IDX).
           MOVE 1 TO FEED-COUNT.
           MOVE CHANNEL-IDX TO FEED-CHANNEL-IDX(1).
           MOVE 0 TO FEED-DEPTH(1).
           MOVE 0 TO FEED-POS.
           PERFORM EXPAND-FEED-ENTRY
               UNTIL FEED-POS IS NOT LESS THAN FEED-COUNT.

       CLEAR-FEED-MARK.
           MOVE "N" TO KNOWN-FEED-SW(FEED-SCAN-IDX).

       EXPAND-FEED-ENTRY.
           ADD 1 TO FEED-POS.
           PERFORM FIND-FEEDING-CHANNEL
               VARYING FEED-SCAN-IDX FROM 1 BY 1
               UNTIL FEED-SCAN-IDX IS GREATER THAN CHANNEL-COUNT.

       FIND-FEEDING-CHANNEL.
           IF KNOWN-FEED-SW(FEED-SCAN-IDX) IS NOT EQUAL TO "Y" AND
              KNOWN-ROUTE-TO(FEED-SCAN-IDX) IS EQUAL TO
              KNOWN-CHANNEL(FEED-CHANNEL-IDX(FEED-POS)) AND
              FEED-COUNT IS LESS THAN 500 THEN
               MOVE "Y" TO KNOWN-FEED-SW(FEED-SCAN-IDX)
               ADD 1 TO FEED-COUNT
               MOVE FEED-SCAN-IDX TO FEED-CHANNEL-IDX(FEED-COUNT)
               COMPUTE FEED-DEPTH(FEED-COUNT) =
                   FEED-DEPTH(FEED-POS) + 1
               ADD 1 TO USAGE-FEED-COUNT
               DISPLAY "    FED BY ", KNOWN-CHANNEL(FEED-SCAN-IDX),
                       " HOP ", FEED-DEPTH(FEED-COUNT)
               DISPLAY "      VIA ",
                       KNOWN-CHANNEL(FEED-CHANNEL-IDX(FEED-POS)).

       REPORT-PARKED-CHECKPOINTS.
           OPEN INPUT CHECKPOINT-FILE.
           IF CKPT-FILE-NOT-FOUND THEN
               CLOSE CHECKPOINT-FILE
           ELSE
               MOVE 0 TO STATE
               PERFORM REPORT-ONE-CHECKPOINT UNTIL DONE
               MOVE 0 TO STATE
               CLOSE CHECKPOINT-FILE.

       REPORT-ONE-CHECKPOINT.
           READ CHECKPOINT-FILE NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               IF CKPT-PROGRAM-NAME IS EQUAL TO REPORT-PROGRAM THEN
                   ADD 1 TO USAGE-CKPT-COUNT
                   DISPLAY "  CHECKPOINT PARKED ON ",
                           CKPT-CHANNEL-NAME, " AT POSITION ",
                           CKPT-IP.

       REPORT-PENDING-SPOOL.
           MOVE SPACES TO SPOOL-GROUP-CHANNEL.
           MOVE 0 TO SPOOL-GROUP-COUNT.
           OPEN INPUT SPOOL-FILE.
           IF SPOOL-FILE-NOT-FOUND THEN
               CLOSE SPOOL-FILE
           ELSE
               MOVE 0 TO STATE
               PERFORM REPORT-ONE-SPOOL-RECORD UNTIL DONE
               MOVE 0 TO STATE
               CLOSE SPOOL-FILE
               PERFORM FLUSH-SPOOL-GROUP.

       REPORT-ONE-SPOOL-RECORD.
           READ SPOOL-FILE NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               IF SPOOL-PROGRAM-NAME IS EQUAL TO REPORT-PROGRAM THEN
                   IF SPOOL-CHANNEL IS NOT EQUAL TO
                      SPOOL-GROUP-CHANNEL THEN
                       PERFORM FLUSH-SPOOL-GROUP
                       MOVE SPOOL-CHANNEL TO SPOOL-GROUP-CHANNEL
                   END-IF
                   ADD 1 TO SPOOL-GROUP-COUNT
                   ADD 1 TO USAGE-SPOOL-COUNT.

       FLUSH-SPOOL-GROUP.
           IF SPOOL-GROUP-COUNT IS GREATER THAN 0 THEN
               DISPLAY "  SPOOL ", SPOOL-GROUP-COUNT,
                       " SEGMENTS PENDING ON ", SPOOL-GROUP-CHANNEL.
           MOVE 0 TO SPOOL-GROUP-COUNT.

       REPORT-HISTORY-VERSIONS.
           MOVE SPACES TO VERSION-TIMESTAMP.
           MOVE 0 TO VERSION-NODES.
           OPEN INPUT HISTORY-FILE.
           IF HIST-FILE-NOT-FOUND THEN
               CLOSE HISTORY-FILE
           ELSE
               MOVE REPORT-PROGRAM TO HIST-NAME
               MOVE LOW-VALUES TO HIST-TIMESTAMP
               MOVE 0 TO HIST-IP
               MOVE 0 TO STATE
               START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE 10 TO STATE
               END-START
               PERFORM REPORT-ONE-HISTORY-NODE UNTIL DONE
               MOVE 0 TO STATE
               CLOSE HISTORY-FILE
               PERFORM FLUSH-HISTORY-VERSION.

       REPORT-ONE-HISTORY-NODE.
           READ HISTORY-FILE NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               IF HIST-NAME IS NOT EQUAL TO REPORT-PROGRAM THEN
                   MOVE 10 TO STATE
               ELSE
                   IF HIST-TIMESTAMP IS NOT EQUAL TO
                      VERSION-TIMESTAMP THEN
                       PERFORM FLUSH-HISTORY-VERSION
                       MOVE HIST-TIMESTAMP TO VERSION-TIMESTAMP
                       MOVE HIST-REQUESTING-USER TO VERSION-USER
                       ADD 1 TO USAGE-VERSION-COUNT
                   END-IF
                   ADD 1 TO VERSION-NODES
                   IF REPORT-INDEXED AND CODE-AVAILABLE THEN
                       PERFORM NOTE-RETAINED-SLOT.

       FLUSH-HISTORY-VERSION.
           IF VERSION-NODES IS GREATER THAN 0 THEN
               DISPLAY "  HISTORY VERSION ", VERSION-TIMESTAMP, " ",
                       VERSION-NODES, " NODES BY ", VERSION-USER.
           MOVE 0 TO VERSION-NODES.

       NOTE-RETAINED-SLOT.
           MOVE "N" TO FOUND-SW.
           PERFORM SCAN-CHAIN-SLOT
               VARYING CHAIN-IDX FROM 1 BY 1
               UNTIL CHAIN-IDX IS GREATER THAN CHAIN-LEN
                  OR NAME-FOUND.
           PERFORM SCAN-RETAINED-SLOT
               VARYING CHAIN-IDX FROM 1 BY 1
               UNTIL CHAIN-IDX IS GREATER THAN RETAINED-COUNT
                  OR NAME-FOUND.
           IF NOT NAME-FOUND AND HIST-IP IS NOT LESS THAN 1 AND
              HIST-IP IS NOT GREATER THAN 99998 THEN
               MOVE HIST-IP TO PROGRAM-IP
               READ PROGRAM-CODE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ADD-RETAINED-SLOT
               END-READ.

       SCAN-CHAIN-SLOT.
           IF CHAIN-IP(CHAIN-IDX) IS EQUAL TO HIST-IP THEN
               MOVE "Y" TO FOUND-SW.

       SCAN-RETAINED-SLOT.
           IF RETAINED-IP(CHAIN-IDX) IS EQUAL TO HIST-IP THEN
               MOVE "Y" TO FOUND-SW.

       ADD-RETAINED-SLOT.
           IF RETAINED-COUNT IS LESS THAN 998 THEN
               ADD 1 TO RETAINED-COUNT
               MOVE HIST-IP TO RETAINED-IP(RETAINED-COUNT)
           ELSE
               MOVE "Y" TO RETAINED-FULL-SW.

       PROFILE-PROGRAM-CODE.
           MOVE ZEROS TO PROFILE-COUNTS.
           MOVE 0 TO ESCAPE-COUNT.
           MOVE 0 TO NEST-DEPTH.
           MOVE 0 TO MAX-NEST-DEPTH.
           MOVE "Y" TO NEST-BALANCED-SW.
           MOVE "N" TO CHAIN-BROKEN-SW.
           MOVE REPORT-ADDR TO WALK-IP.
           MOVE 0 TO WALK-STEPS.
           MOVE 0 TO WALK-STATE.
           PERFORM PROFILE-CODE-NODE UNTIL WALK-DONE.
           IF NEST-DEPTH IS NOT EQUAL TO 0 THEN
               MOVE "N" TO NEST-BALANCED-SW.

       PROFILE-CODE-NODE.
           IF WALK-IP IS LESS THAN 1 OR
              WALK-IP IS GREATER THAN 99998 THEN
               MOVE "Y" TO CHAIN-BROKEN-SW
               MOVE 10 TO WALK-STATE
           ELSE
               MOVE WALK-IP TO PROGRAM-IP
               READ PROGRAM-CODE RECORD
                   INVALID KEY
                       MOVE "Y" TO CHAIN-BROKEN-SW
                       MOVE 10 TO WALK-STATE
                   NOT INVALID KEY
                       ADD 1 TO CHAIN-LEN
                       MOVE WALK-IP TO CHAIN-IP(CHAIN-LEN)
                       PERFORM CLASSIFY-CODE-NODE
                       IF NEXT-IP OF PROGRAM-RECORD IS EQUAL TO 99999
                           THEN
                           MOVE 10 TO WALK-STATE
                       ELSE
                           MOVE NEXT-IP OF PROGRAM-RECORD TO WALK-IP
                       END-IF
               END-READ
               ADD 1 TO WALK-STEPS
               IF WALK-STEPS IS NOT LESS THAN 998 AND
                  NOT WALK-DONE THEN
                   MOVE "Y" TO CHAIN-BROKEN-SW
                   MOVE 10 TO WALK-STATE.

       CLASSIFY-CODE-NODE.
           MOVE INSTRUCTION-RECORD(1:1) TO NODE-CHAR.
           IF NODE-CHAR IS EQUAL TO "<" THEN
               ADD 1 TO LEFT-COUNT
           ELSE IF NODE-CHAR IS EQUAL TO ">" THEN
               ADD 1 TO RIGHT-COUNT
           ELSE IF NODE-CHAR IS EQUAL TO "+" THEN
               ADD 1 TO INC-COUNT
           ELSE IF NODE-CHAR IS EQUAL TO "-" THEN
               ADD 1 TO DEC-COUNT
           ELSE IF NODE-CHAR IS EQUAL TO "." THEN
               ADD 1 TO OUTPUT-COUNT
           ELSE IF NODE-CHAR IS EQUAL TO "," THEN
               ADD 1 TO INPUT-COUNT
           ELSE IF NODE-CHAR IS EQUAL TO "(" THEN
               PERFORM ENTER-NESTED-LOOP
           ELSE IF NODE-CHAR IS EQUAL TO ")" THEN
               PERFORM LEAVE-NESTED-LOOP
           ELSE IF NODE-CHAR IS EQUAL TO "$" THEN
               PERFORM CLASSIFY-ESCAPE-NODE
           ELSE
               ADD 1 TO OTHER-COUNT.

       ENTER-NESTED-LOOP.
           ADD 1 TO BEGIN-COUNT.
           ADD 1 TO NEST-DEPTH.
           IF NEST-DEPTH IS GREATER THAN MAX-NEST-DEPTH THEN
               MOVE NEST-DEPTH TO MAX-NEST-DEPTH.

       LEAVE-NESTED-LOOP.
           ADD 1 TO END-COUNT.
           SUBTRACT 1 FROM NEST-DEPTH.
           IF NEST-DEPTH IS LESS THAN 0 THEN
               MOVE "N" TO NEST-BALANCED-SW.

       CLASSIFY-ESCAPE-NODE.
           MOVE 0 TO ESCAPE-END.
           PERFORM FIND-ESCAPE-END
               VARYING ESCAPE-IDX FROM 2 BY 1
               UNTIL ESCAPE-IDX IS GREATER THAN 8
                  OR ESCAPE-END IS GREATER THAN 0.
           MOVE SPACES TO ESCAPE-TOKEN.
           IF ESCAPE-END IS GREATER THAN 2 THEN
               COMPUTE ESCAPE-LEN = ESCAPE-END - 2
               MOVE INSTRUCTION-RECORD(2:ESCAPE-LEN) TO ESCAPE-TOKEN.
           IF ESCAPE-END IS EQUAL TO 0 THEN
               ADD 1 TO OTHER-COUNT
           ELSE IF ESCAPE-DIE THEN
               ADD 1 TO DIE-COUNT
           ELSE IF ESCAPE-LSQB THEN
               PERFORM ENTER-NESTED-LOOP
           ELSE IF ESCAPE-RSQB THEN
               PERFORM LEAVE-NESTED-LOOP
           ELSE
               ADD 1 TO OTHER-COUNT.
           IF ESCAPE-END IS GREATER THAN 0 THEN
               PERFORM TALLY-ESCAPE-TOKEN.

       FIND-ESCAPE-END.
           IF INSTRUCTION-RECORD(ESCAPE-IDX:1) IS EQUAL TO "$" THEN
               MOVE ESCAPE-IDX TO ESCAPE-END.

       TALLY-ESCAPE-TOKEN.
           MOVE "N" TO ESCAPE-FOUND-SW.
           PERFORM SCAN-ESCAPE-NAME
               VARYING ESCAPE-SCAN-IDX FROM 1 BY 1
               UNTIL ESCAPE-SCAN-IDX IS GREATER THAN ESCAPE-COUNT
                  OR ESCAPE-FOUND.
           IF NOT ESCAPE-FOUND AND ESCAPE-COUNT IS LESS THAN 20 THEN
               ADD 1 TO ESCAPE-COUNT
               MOVE ESCAPE-TOKEN TO ESCAPE-NAME(ESCAPE-COUNT)
               MOVE 1 TO ESCAPE-USES(ESCAPE-COUNT).

       SCAN-ESCAPE-NAME.
           IF ESCAPE-NAME(ESCAPE-SCAN-IDX) IS EQUAL TO ESCAPE-TOKEN
               THEN
               ADD 1 TO ESCAPE-USES(ESCAPE-SCAN-IDX)
               MOVE "Y" TO ESCAPE-FOUND-SW.

       REPORT-PROGRAM-PROFILE.
           DISPLAY "  PROFILE: ", LEFT-COUNT, " <  ", RIGHT-COUNT,
                   " >  ", INC-COUNT, " +  ", DEC-COUNT, " -  ",
                   BEGIN-COUNT, " (  ", END-COUNT, " )  ",
                   DIE-COUNT, " $  ", OTHER-COUNT, " OTHER".
           DISPLAY "  INPUT ", INPUT-COUNT, "  OUTPUT ",
                   OUTPUT-COUNT, "  MAXIMUM LOOP NESTING ",
                   MAX-NEST-DEPTH.
           IF NOT NEST-BALANCED THEN
               DISPLAY "  ** LOOP BRACKETS DO NOT BALANCE.".
           PERFORM REPORT-ESCAPE-TOKEN
               VARYING ESCAPE-SCAN-IDX FROM 1 BY 1
               UNTIL ESCAPE-SCAN-IDX IS GREATER THAN ESCAPE-COUNT.
           COMPUTE CHAIN-IDX = CHAIN-LEN + RETAINED-COUNT.
           DISPLAY "  CHAIN ", CHAIN-LEN, " NODES OF 998, ",
                   CHAIN-IDX, " SLOTS HELD, ", RETAINED-COUNT,
                   " RETAINED BY HISTORY.".
           IF CHAIN-BROKEN THEN
               DISPLAY "  ** CHAIN IS BROKEN OR DOES NOT TERMINATE.".
           IF RETAINED-FULL THEN
               DISPLAY "  ** RETAINED SLOT COUNT IS INCOMPLETE.".

       REPORT-ESCAPE-TOKEN.
           DISPLAY "  ESCAPE $", ESCAPE-NAME(ESCAPE-SCAN-IDX), "$ ",
                   ESCAPE-USES(ESCAPE-SCAN-IDX).

       REPORT-UNREFERENCED-PROGRAMS.
           DISPLAY " ".
           DISPLAY "PROGRAMS NOT RUN BY ANY CHANNEL:".
           PERFORM CHECK-PROGRAM-REFERENCED
               VARYING PROGRAM-IDX FROM 1 BY 1
               UNTIL PROGRAM-IDX IS GREATER THAN PROGRAM-COUNT.

       CHECK-PROGRAM-REFERENCED.
           MOVE KNOWN-PROGRAM(PROGRAM-IDX) TO LOOKUP-PROGRAM.
           PERFORM FIND-CHANNEL-PROGRAM.
           IF NOT NAME-FOUND THEN
               ADD 1 TO UNREFERENCED-COUNT
               DISPLAY "  ", KNOWN-PROGRAM(PROGRAM-IDX).

       REPORT-MISSING-PROGRAMS.
           DISPLAY "CHANNELS WHOSE PROGRAM IS NOT IN PROGRAM-INDEX:".
           PERFORM CHECK-CHANNEL-PROGRAM
               VARYING CHANNEL-IDX FROM 1 BY 1
               UNTIL CHANNEL-IDX IS GREATER THAN CHANNEL-COUNT.

       CHECK-CHANNEL-PROGRAM.
           IF KNOWN-CHANNEL-PROGRAM(CHANNEL-IDX) IS NOT EQUAL TO
              SPACES THEN
               MOVE KNOWN-CHANNEL-PROGRAM(CHANNEL-IDX)
                    TO LOOKUP-PROGRAM
               PERFORM FIND-PROGRAM-NAME
               IF NOT NAME-FOUND THEN
                   ADD 1 TO MISSING-COUNT
                   DISPLAY "  ", KNOWN-CHANNEL(CHANNEL-IDX),
                           " PROGRAM ", LOOKUP-PROGRAM.
