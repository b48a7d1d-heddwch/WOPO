       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PENDING-CHANGE-REPORT".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CHANGES
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-PROGRAM-NAME
               FILE STATUS IS CHANGE-FILE-STATUS.
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
           SELECT AUDIT-FILE
               ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PENDING-CHANGES.
           COPY CHGREC.
       FD PROGRAM-INDEX.
           COPY PROGXREC.
       FD PROGRAM-CODE.
           COPY PROGCREC.
       FD AUDIT-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 STATE PIC 9(2) VALUE 0.
           88 DONE VALUE 10.
       01 CHANGE-FILE-STATUS PIC XX VALUE SPACES.
           88 CHANGE-FILE-NOT-FOUND VALUE "35".
       01 INDEX-FILE-STATUS PIC XX VALUE SPACES.
           88 INDEX-FILE-NOT-FOUND VALUE "35".
       01 AUDIT-FILE-STATUS PIC XX VALUE SPACES.
           88 AUDIT-FILE-NOT-FOUND VALUE "35".
       01 CODE-FILE-STATUS PIC XX VALUE SPACES.
           88 CODE-FILE-NOT-FOUND VALUE "35".
       01 PROGRAM-IP PIC 9(5).
       01 CHAIN-STATE PIC 9(2) VALUE 0.
           88 CHAIN-DONE VALUE 10.
       01 CHAIN-IDX PIC 9(3) VALUE 0.
       01 SHARED-CHAIN-SW PIC X VALUE "N".
           88 CHAIN-SHARED VALUE "Y".
       01 SA-REQUEST-COUNT-L PIC 9(3) VALUE 0.
       01 SA-SLOT-TABLE-L.
           03 SA-SLOT-L PIC 9(5) OCCURS 999 TIMES.
       01 SA-RESULT-L PIC X.
       01 INDEX-OPEN-SW PIC X VALUE "N".
           88 INDEX-OPEN VALUE "Y".
       01 CUTOFF-DATE PIC X(8) VALUE SPACES.
       01 EXPIRE-SW PIC X VALUE "N".
           88 EXPIRE-CHANGES VALUE "Y".
       01 AUDIT-DATE PIC 9(8).
       01 AUDIT-TIME PIC 9(8).
       01 LIVE-STATE PIC X(40) VALUE SPACES.
       01 LISTED-COUNT PIC 9(6) VALUE 0.
       01 STALE-COUNT PIC 9(6) VALUE 0.
       01 EXPIRED-COUNT PIC 9(6) VALUE 0.
       01 SO-USER-NAME-L PIC X(40).
       01 SO-CREDENTIAL-L PIC X(16).
       01 SO-RESULT-L PIC X.
           88 SO-GRANTED-L VALUE "Y".
       01 SO-MESSAGE-L PIC X(120).

       PROCEDURE DIVISION.
           DISPLAY "PROGRAM CHANGES AWAITING APPROVAL.".
           DISPLAY "EXPIRE CHANGES SUBMITTED BEFORE? YYYYMMDD, ",
                   "BLANK TO LIST ONLY.".
           ACCEPT CUTOFF-DATE.
           IF CUTOFF-DATE IS NOT EQUAL TO SPACES THEN
               IF CUTOFF-DATE IS NOT NUMERIC THEN
                   DISPLAY "NO VALID CUTOFF DATE, NOTHING EXPIRED."
                   STOP RUN
               ELSE
                   MOVE "Y" TO EXPIRE-SW.
           IF EXPIRE-CHANGES THEN
               DISPLAY "OPERATOR USER?"
               ACCEPT SO-USER-NAME-L
               DISPLAY "CREDENTIAL?"
               ACCEPT SO-CREDENTIAL-L
               CALL "AUTH-SIGNON" USING SO-USER-NAME-L,
                    SO-CREDENTIAL-L, SO-RESULT-L, SO-MESSAGE-L
               IF NOT SO-GRANTED-L THEN
                   DISPLAY "SIGN ON FAILED: ", SO-MESSAGE-L
                   STOP RUN.
           IF EXPIRE-CHANGES THEN
               OPEN I-O PENDING-CHANGES
           ELSE
               OPEN INPUT PENDING-CHANGES.
           IF CHANGE-FILE-NOT-FOUND THEN
               DISPLAY "NO PENDING-CHANGES FILE, NOTHING AWAITING ",
                       "APPROVAL."
               STOP RUN.
           OPEN INPUT PROGRAM-INDEX.
           IF INDEX-FILE-NOT-FOUND THEN
               CLOSE PROGRAM-INDEX
           ELSE
               MOVE "Y" TO INDEX-OPEN-SW.
           MOVE 0 TO STATE.
           PERFORM REPORT-PENDING-CHANGE UNTIL DONE.
           MOVE 0 TO STATE.
           CLOSE PENDING-CHANGES.
           IF INDEX-OPEN THEN
               CLOSE PROGRAM-INDEX.
           DISPLAY LISTED-COUNT, " CHANGES AWAITING APPROVAL, ",
                   STALE-COUNT, " NO LONGER MATCH THE LIVE PROGRAM.".
           IF EXPIRE-CHANGES THEN
               DISPLAY EXPIRED-COUNT, " CHANGES SUBMITTED BEFORE ",
                       CUTOFF-DATE, " EXPIRED.".
           STOP RUN.

       REPORT-PENDING-CHANGE.
           READ PENDING-CHANGES NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM RESOLVE-LIVE-STATE
               IF EXPIRE-CHANGES AND
                  CHG-SUBMITTED-AT(1:8) IS LESS THAN CUTOFF-DATE THEN
                   PERFORM EXPIRE-PENDING-CHANGE
               ELSE
                   ADD 1 TO LISTED-COUNT
                   DISPLAY CHG-PROGRAM-NAME, " SUBMITTED ",
                           CHG-SUBMITTED-AT, " BY ", CHG-SUBMITTED-BY
                   IF CHG-PROGRAM-ADD THEN
                       DISPLAY "  ADD, LEVEL ", CHG-NEW-MIN-LEVEL,
                               ", ADDR ", CHG-NEW-ADDR
                   ELSE
                       IF CHG-PROGRAM-REMOVE THEN
                           DISPLAY "  REMOVE, LEVEL ",
                                   CHG-OLD-MIN-LEVEL, ", ADDR ",
                                   CHG-OLD-ADDR
                       ELSE
                           DISPLAY "  LEVEL ", CHG-OLD-MIN-LEVEL,
                                   " TO ", CHG-NEW-MIN-LEVEL,
                                   ", ADDR ", CHG-OLD-ADDR, " TO ",
                                   CHG-NEW-ADDR
                       END-IF
                   END-IF
                   IF LIVE-STATE IS NOT EQUAL TO SPACES THEN
                       ADD 1 TO STALE-COUNT
                       DISPLAY "  ", LIVE-STATE
                   END-IF
               END-IF.

       RESOLVE-LIVE-STATE.
           MOVE SPACES TO LIVE-STATE.
           IF CHG-PROGRAM-ADD THEN
               IF INDEX-OPEN THEN
                   MOVE CHG-PROGRAM-NAME TO NAME OF INDEX-ENTRY
                   READ PROGRAM-INDEX RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "PROGRAM ADDED SINCE SUBMITTED"
                                TO LIVE-STATE
                   END-READ
               END-IF
           ELSE IF NOT INDEX-OPEN THEN
               MOVE "PROGRAM NOT IN PROGRAM-INDEX" TO LIVE-STATE
           ELSE
               MOVE CHG-PROGRAM-NAME TO NAME OF INDEX-ENTRY
               READ PROGRAM-INDEX RECORD
                   INVALID KEY
                       MOVE "PROGRAM NOT IN PROGRAM-INDEX"
                            TO LIVE-STATE
                   NOT INVALID KEY
                       IF ADDR OF INDEX-ENTRY IS NOT EQUAL TO
                          CHG-OLD-ADDR THEN
                           MOVE "PROGRAM CHANGED SINCE SUBMITTED"
                                TO LIVE-STATE
                       END-IF
               END-READ.

       EXPIRE-PENDING-CHANGE.
           PERFORM RELEASE-PROPOSED-CHAIN.
           DELETE PENDING-CHANGES RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO EXPIRED-COUNT
                   DISPLAY CHG-PROGRAM-NAME, " SUBMITTED ",
                           CHG-SUBMITTED-AT, " BY ", CHG-SUBMITTED-BY,
                           " EXPIRED."
                   PERFORM WRITE-EXPIRY-AUDIT
           END-DELETE.

       RELEASE-PROPOSED-CHAIN.
           MOVE "N" TO SHARED-CHAIN-SW.
           IF CHG-PROGRAM-REMOVE OR
              CHG-NEW-ADDR IS EQUAL TO CHG-OLD-ADDR THEN
               MOVE "Y" TO SHARED-CHAIN-SW
           ELSE IF INDEX-OPEN THEN
               PERFORM CHECK-LIVE-CHAIN-HEADS.
           IF NOT CHAIN-SHARED THEN
               PERFORM FREE-PROPOSED-CHAIN.

       CHECK-LIVE-CHAIN-HEADS.
           MOVE 0 TO CHAIN-STATE.
           MOVE LOW-VALUES TO NAME OF INDEX-ENTRY.
           START PROGRAM-INDEX KEY IS NOT LESS THAN NAME OF INDEX-ENTRY
               INVALID KEY
                   MOVE 10 TO CHAIN-STATE
           END-START.
           PERFORM SCAN-LIVE-CHAIN-HEAD
               UNTIL CHAIN-DONE OR CHAIN-SHARED.

       SCAN-LIVE-CHAIN-HEAD.
           READ PROGRAM-INDEX NEXT RECORD
               AT END MOVE 10 TO CHAIN-STATE.
           IF NOT CHAIN-DONE AND
              ADDR OF INDEX-ENTRY IS EQUAL TO CHG-NEW-ADDR THEN
               MOVE "Y" TO SHARED-CHAIN-SW.

       FREE-PROPOSED-CHAIN.
           MOVE 0 TO SA-REQUEST-COUNT-L.
           MOVE 0 TO CHAIN-STATE.
           MOVE CHG-NEW-ADDR TO PROGRAM-IP.
           OPEN I-O PROGRAM-CODE.
           IF CODE-FILE-NOT-FOUND THEN
               CLOSE PROGRAM-CODE
           ELSE
               PERFORM COLLECT-CHAIN-NODE UNTIL CHAIN-DONE
               PERFORM DELETE-CHAIN-NODE
                   VARYING CHAIN-IDX FROM 1 BY 1
                   UNTIL CHAIN-IDX IS GREATER THAN SA-REQUEST-COUNT-L
               CLOSE PROGRAM-CODE
               IF SA-REQUEST-COUNT-L IS GREATER THAN 0 THEN
                   CALL "SLOT-RELEASE" USING SA-REQUEST-COUNT-L,
                        SA-SLOT-TABLE-L, SA-RESULT-L.

       COLLECT-CHAIN-NODE.
           IF PROGRAM-IP IS LESS THAN 1 OR
              PROGRAM-IP IS GREATER THAN 99998 THEN
               MOVE 10 TO CHAIN-STATE
           ELSE
               READ PROGRAM-CODE RECORD
                   INVALID KEY
                       MOVE 10 TO CHAIN-STATE
                   NOT INVALID KEY
                       ADD 1 TO SA-REQUEST-COUNT-L
                       MOVE PROGRAM-IP TO SA-SLOT-L(SA-REQUEST-COUNT-L)
                       IF NEXT-IP OF PROGRAM-RECORD IS EQUAL TO 99999 OR
                          SA-REQUEST-COUNT-L IS NOT LESS THAN 998 THEN
                           MOVE 10 TO CHAIN-STATE
                       ELSE
                           MOVE NEXT-IP OF PROGRAM-RECORD TO PROGRAM-IP
                       END-IF
               END-READ.

       DELETE-CHAIN-NODE.
           MOVE SA-SLOT-L(CHAIN-IDX) TO PROGRAM-IP.
           DELETE PROGRAM-CODE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       WRITE-EXPIRY-AUDIT.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-NOT-FOUND THEN
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE.
           MOVE SPACES TO AUDIT-RECORD.
           STRING AUDIT-DATE, AUDIT-TIME(1:6) DELIMITED BY SIZE
                  INTO AUDIT-TIMESTAMP.
           MOVE SO-USER-NAME-L TO AUDIT-REQUESTING-USER.
           MOVE "P" TO AUDIT-FILE-CODE.
           MOVE "X" TO AUDIT-ACTION-CODE.
           MOVE CHG-PROGRAM-NAME TO AUDIT-KEY.
           MOVE CHG-OLD-MIN-LEVEL TO AUDIT-OLD-VALUE-1(1:2).
           MOVE CHG-OLD-ADDR TO AUDIT-OLD-VALUE-2(1:5).
           MOVE CHG-NEW-MIN-LEVEL TO AUDIT-NEW-VALUE-1(1:2).
           MOVE CHG-NEW-ADDR TO AUDIT-NEW-VALUE-2(1:5).
           MOVE "Y" TO AUDIT-RESULT.
           MOVE SPACES TO AUDIT-MESSAGE.
           STRING "PENDING CHANGE EXPIRED, SUBMITTED BY "
                  DELIMITED BY SIZE,
                  CHG-SUBMITTED-BY DELIMITED BY SPACE
                  INTO AUDIT-MESSAGE.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
