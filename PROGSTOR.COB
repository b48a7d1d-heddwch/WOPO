               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS SLOT-NUMBER
               FILE STATUS IS MAP-FILE-STATUS.
           SELECT PENDING-CHANGES
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-PROGRAM-NAME
               FILE STATUS IS CHANGE-FILE-STATUS.
           SELECT NEW-PROGRAM-CODE
               ASSIGN TO "PROGRAM-CODE-NEW"
               ORGANIZATION IS RELATIVE
           COPY HISTREC.
       FD FREE-MAP.
           COPY SLOTREC.
       FD PENDING-CHANGES.
           COPY CHGREC.
       FD NEW-PROGRAM-CODE.
       01 NEW-PROGRAM-RECORD.
           03 NEW-INSTRUCTION-RECORD PIC X(999).
           03 NEW-PREV-IP PIC 9(5).
           03 NEW-NEXT-IP PIC 9(5).
       FD NEW-PROGRAM-INDEX.
       01 NEW-INDEX-ENTRY.
           03 NEW-NAME PIC X(16).
           03 NEW-MIN-LEVEL PIC 9(2).
           03 NEW-ADDR PIC 9(5).
       FD NEW-FREE-MAP.
       01 NEW-SLOT-MAP-RECORD.
           03 NEW-SLOT-STATE PIC X.
           88 HIST-FILE-NOT-FOUND VALUE "35".
       01 MAP-FILE-STATUS PIC XX VALUE SPACES.
           88 MAP-FILE-NOT-FOUND VALUE "35".
       01 CHANGE-FILE-STATUS PIC XX VALUE SPACES.
           88 CHANGE-FILE-NOT-FOUND VALUE "35".
       01 PROGRAM-IP PIC 9(5).
       01 SLOT-NUMBER PIC 9(5).
       01 NEW-PROGRAM-IP PIC 9(5).
       01 NEW-SLOT-NUMBER PIC 9(5).
       01 STOR-MODE PIC X VALUE "R".
           88 MODE-REPORT VALUE "R".
           88 MODE-PURGE VALUE "P".
           88 MODE-PURGE-ALL VALUE "A".
           88 MODE-COMPACT VALUE "C".
       01 SLOT-CLASS-TABLE.
           03 SLOT-CLASS PIC X OCCURS 99998 TIMES.
       01 SLOT-IDX PIC 9(5) VALUE 0.
       01 USED-COUNT PIC 9(5) VALUE 0.
       01 FREE-COUNT PIC 9(5) VALUE 0.
       01 ORPHAN-COUNT PIC 9(5) VALUE 0.
       01 HISTORIC-COUNT PIC 9(5) VALUE 0.
       01 PURGED-COUNT PIC 9(5) VALUE 0.
       01 WALK-NAME PIC X(16) VALUE SPACES.
       01 WALK-IP PIC 9(5) VALUE 0.
       01 WALK-STEPS PIC 9(3) VALUE 0.
       01 WALK-STATE PIC 9(2) VALUE 0.
           88 WALK-DONE VALUE 10.
       01 CHAIN-TABLE.
           03 CHAIN-IP PIC 9(5) OCCURS 998 TIMES.
       01 CHAIN-LEN PIC 9(3) VALUE 0.
       01 CHAIN-IDX PIC 9(3) VALUE 0.
       01 NEW-SLOT-NEXT PIC 9(5) VALUE 1.
       01 NEW-BASE PIC 9(5) VALUE 0.
       01 AWAITING-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "PROGRAM STORAGE MANAGER.".
           PERFORM REPORT-SLOT-CLASSES.
           IF MODE-PURGE OR MODE-PURGE-ALL THEN
               PERFORM PURGE-ORPHAN-SLOTS.
           IF MODE-COMPACT AND AWAITING-COUNT IS GREATER THAN 0 THEN
               DISPLAY AWAITING-COUNT, " PROGRAM CHANGES AWAITING ",
                       "APPROVAL, APPROVE OR REJECT THEM BEFORE ",
                       "COMPACTING."
               PERFORM WRITE-FREE-MAP
           ELSE IF MODE-COMPACT THEN
               PERFORM COMPACT-PROGRAM-STORE
           ELSE
               PERFORM WRITE-FREE-MAP.
       CLASSIFY-SLOTS.
           PERFORM INIT-SLOT-CLASS
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX IS GREATER THAN 99998.
           OPEN INPUT PROGRAM-CODE.
           IF CODE-FILE-NOT-FOUND THEN
               DISPLAY "NO PROGRAM-CODE FILE, STORE IS EMPTY."
           ELSE
               PERFORM PROBE-SLOT
                   VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX IS GREATER THAN 99998
               PERFORM MARK-LIVE-CHAINS
               PERFORM MARK-PENDING-CHAINS
               PERFORM MARK-HISTORIC-SLOTS
               CLOSE PROGRAM-CODE.

           READ PROGRAM-INDEX NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               MOVE NAME OF INDEX-ENTRY TO WALK-NAME
               MOVE ADDR OF INDEX-ENTRY TO WALK-IP
               MOVE 0 TO WALK-STEPS
               MOVE 0 TO WALK-STATE
               PERFORM MARK-CHAIN-NODE UNTIL WALK-DONE.

       MARK-PENDING-CHAINS.
           MOVE 0 TO AWAITING-COUNT.
           OPEN INPUT PENDING-CHANGES.
           IF CHANGE-FILE-NOT-FOUND THEN
               CLOSE PENDING-CHANGES
           ELSE
               MOVE 0 TO STATE
               PERFORM MARK-PENDING-ENTRY UNTIL DONE
               MOVE 0 TO STATE
               CLOSE PENDING-CHANGES.

       MARK-PENDING-ENTRY.
           READ PENDING-CHANGES NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               ADD 1 TO AWAITING-COUNT.
           IF NOT DONE AND NOT CHG-PROGRAM-REMOVE THEN
               MOVE CHG-PROGRAM-NAME TO WALK-NAME
               MOVE CHG-NEW-ADDR TO WALK-IP
               MOVE 0 TO WALK-STEPS
               MOVE 0 TO WALK-STATE
               PERFORM MARK-CHAIN-NODE UNTIL WALK-DONE.

       MARK-CHAIN-NODE.
           IF WALK-IP IS LESS THAN 1 OR
              WALK-IP IS GREATER THAN 99998 THEN
               DISPLAY "PROGRAM ", WALK-NAME,
                       " CHAIN LEAVES STORE AT ", WALK-IP
               MOVE 10 TO WALK-STATE
           ELSE IF SLOT-CLASS(WALK-IP) IS EQUAL TO "F" THEN
               DISPLAY "PROGRAM ", WALK-NAME,
                       " CHAIN BROKEN AT EMPTY SLOT ", WALK-IP
               MOVE 10 TO WALK-STATE
           ELSE IF SLOT-CLASS(WALK-IP) IS EQUAL TO "U" THEN
                   INVALID KEY
                       MOVE 10 TO WALK-STATE
                   NOT INVALID KEY
                       IF NEXT-IP OF PROGRAM-RECORD IS EQUAL TO 99999
                           THEN
                           MOVE 10 TO WALK-STATE
                       ELSE
               END-READ
               ADD 1 TO WALK-STEPS
               IF WALK-STEPS IS GREATER THAN 998 THEN
                   DISPLAY "PROGRAM ", WALK-NAME,
                           " CHAIN DOES NOT TERMINATE"
                   MOVE 10 TO WALK-STATE.

               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               IF HIST-IP IS NOT LESS THAN 1 AND
                  HIST-IP IS NOT GREATER THAN 99998 THEN
                   IF SLOT-CLASS(HIST-IP) IS EQUAL TO "O" THEN
                       MOVE "H" TO SLOT-CLASS(HIST-IP).

           MOVE 0 TO HISTORIC-COUNT.
           PERFORM COUNT-SLOT-CLASS
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX IS GREATER THAN 99998.
           DISPLAY USED-COUNT, " SLOTS IN LIVE CHAINS, ",
                   FREE-COUNT, " FREE, ",
                   ORPHAN-COUNT, " ORPHANED, ",
           ELSE
               PERFORM PURGE-ONE-SLOT
                   VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX IS GREATER THAN 99998
               CLOSE PROGRAM-CODE.
           DISPLAY PURGED-COUNT, " ORPHANED SLOTS RECLAIMED.".

               OPEN I-O FREE-MAP.
           PERFORM WRITE-MAP-SLOT
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX IS GREATER THAN 99998.
           CLOSE FREE-MAP.
           DISPLAY "FREE-MAP REFRESHED.".


       COLLECT-CHAIN-NODE.
           IF WALK-IP IS LESS THAN 1 OR
              WALK-IP IS GREATER THAN 99998 THEN
               MOVE 10 TO WALK-STATE
           ELSE
               MOVE WALK-IP TO PROGRAM-IP
                   NOT INVALID KEY
                       ADD 1 TO CHAIN-LEN
                       MOVE WALK-IP TO CHAIN-IP(CHAIN-LEN)
                       IF NEXT-IP OF PROGRAM-RECORD IS EQUAL TO 99999
                           THEN
                           MOVE 10 TO WALK-STATE
                       ELSE
                   MOVE INSTRUCTION-RECORD
                        TO NEW-INSTRUCTION-RECORD
                   IF CHAIN-IDX IS EQUAL TO 1 THEN
                       MOVE 99999 TO NEW-PREV-IP
                   ELSE
                       COMPUTE NEW-PREV-IP = NEW-PROGRAM-IP - 1
                   END-IF
                   IF CHAIN-IDX IS EQUAL TO CHAIN-LEN THEN
                       MOVE 99999 TO NEW-NEXT-IP
                   ELSE
                       COMPUTE NEW-NEXT-IP = NEW-PROGRAM-IP + 1
                   END-IF
       WRITE-COMPACT-FREE-MAP.
           PERFORM CLASSIFY-COMPACT-SLOT
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX IS GREATER THAN 99998.
           OPEN OUTPUT NEW-FREE-MAP.
           PERFORM WRITE-COMPACT-MAP-SLOT
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX IS GREATER THAN 99998.
           CLOSE NEW-FREE-MAP.

       WRITE-COMPACT-MAP-SLOT.
