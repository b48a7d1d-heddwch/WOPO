               ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT PROGRAM-CODE
               ASSIGN TO DISK
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS PROGRAM-IP
               FILE STATUS IS CODE-FILE-STATUS.
           SELECT PENDING-CHANGES
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-PROGRAM-NAME
               FILE STATUS IS CHANGE-FILE-STATUS.
           SELECT DISPATCH-LEDGER
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CHANNEL
               FILE STATUS IS LEDGER-FILE-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
           COPY PROGXREC.
       FD AUDIT-FILE.
           COPY AUDITREC.
       FD PROGRAM-CODE.
           COPY PROGCREC.
       FD PENDING-CHANGES.
           COPY CHGREC.
       FD DISPATCH-LEDGER.
           COPY LEDGREC.
       FD RATE-TABLE.
           COPY RATEREC.
       FD REGRESSION-CASES.
           COPY CASEREC.
       FD TRANSLATION-TABLE.
           COPY XLATREC.

       WORKING-STORAGE SECTION.
       01 CONFIG-FILE-STATUS PIC XX VALUE SPACES.
           88 PROGRAM-FILE-NOT-FOUND VALUE "35".
       01 AUDIT-FILE-STATUS PIC XX VALUE SPACES.
           88 AUDIT-FILE-NOT-FOUND VALUE "35".
       01 CHANGE-FILE-STATUS PIC XX VALUE SPACES.
           88 CHANGE-FILE-NOT-FOUND VALUE "35".
       01 LEDGER-FILE-STATUS PIC XX VALUE SPACES.
           88 LEDGER-FILE-NOT-FOUND VALUE "35".
       01 RATE-FILE-STATUS PIC XX VALUE SPACES.
           88 RATE-FILE-NOT-FOUND VALUE "35".
       01 CASE-FILE-STATUS PIC XX VALUE SPACES.
           88 CASE-FILE-NOT-FOUND VALUE "35".
       01 CHUNK-LEN PIC 9(2) VALUE 0.
       01 XLAT-FILE-STATUS PIC XX VALUE SPACES.
           88 XLAT-FILE-NOT-FOUND VALUE "35".
       01 XLAT-IDX PIC 9(3) VALUE 0.
       01 PAGE-SETTINGS PIC X(2) VALUE SPACES.
           88 PAGE-SETTINGS-VALID VALUES "CY" "CN" "DY" "DN".
       01 MAP-PAIRS.
           03 MAP-PAIR OCCURS 21 TIMES.
               05 MAP-CELL PIC 9(3).
               05 MAP-EXTERNAL PIC 9(3).
       01 OLD-MAP-PAIRS.
           03 OLD-MAP-PAIR OCCURS 20 TIMES.
               05 OLD-MAP-CELL PIC 9(3).
               05 OLD-MAP-EXTERNAL PIC 9(3).
       01 MAP-COUNT PIC 9(2) VALUE 0.
       01 MAP-IDX PIC 9(2) VALUE 0.
       01 MAP-VALID-SW PIC X VALUE "Y".
           88 MAP-PAIRS-VALID VALUE "Y".
       01 MAP-CONTIGUOUS-SW PIC X VALUE "Y".
           88 MAP-PAIRS-CONTIGUOUS VALUE "Y".
       01 BASE-PAGE-SW PIC X VALUE "N".
           88 BASE-PAGE-READY VALUE "Y".
       01 RATE-VALUES.
           03 RATE-VALUE-KCYCLE PIC 9(5)V9(4).
           03 RATE-VALUE-RUN PIC 9(5)V9(4).
           03 RATE-VALUE-SURCHARGE PIC 9(5)V9(4).
       01 AUDIT-DATE PIC 9(8).
       01 AUDIT-TIME PIC 9(8).
       01 OLD-VALUE-1 PIC X(64) VALUE SPACES.
       01 OLD-VALUE-2 PIC X(64) VALUE SPACES.
       01 LOGGED-VALUE-1 PIC X(64) VALUE SPACES.
       01 LOGGED-VALUE-2 PIC X(64) VALUE SPACES.
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
       01 OLD-PROGRAM-ADDR PIC 9(5).
       01 NEW-PROGRAM-ADDR PIC 9(5).
       01 PH-TIMESTAMP-OUT PIC X(16).
       01 PH-RESULT-L PIC X.
           88 PH-SNAPSHOT-OK-L VALUE "Y".
       01 NEW-PROGRAM-LEVEL PIC 9(2).
       01 APPROVAL-LEVEL PIC 9(2) VALUE 0.
       01 APPROVAL-REQUIRED-SW PIC X VALUE "N".
           88 APPROVAL-REQUIRED VALUE "Y".
       01 REQ-USER-LEVEL PIC 9(2).
       01 PENDING-ADD-SW PIC X VALUE "N".
           88 PENDING-ADD-DECISION VALUE "Y".
       01 INDEX-READ-SW PIC X VALUE "N".
           88 INDEX-ENTRY-READ VALUE "Y".
       01 CONFIG-EDIT-SW PIC X VALUE "Y".
           88 CONFIG-EDIT-ALLOWED VALUE "Y".
       01 TARGET-USER-LEVEL PIC 9(2).
       01 NEW-USER-LEVEL PIC 9(2).
       01 OVERRIDE-IDX PIC 99 VALUE 0.
           88 PM-FILE-CHANNEL VALUE "H".
           88 PM-FILE-PROGRAM VALUE "P".
           88 PM-FILE-CHANNEL-OVERRIDE VALUE "O".
           88 PM-FILE-RATE VALUE "R".
           88 PM-FILE-CASE VALUE "T".
           88 PM-FILE-TRANSLATION VALUE "X".
       01 PM-ACTION-CODE PIC X.
           88 PM-ACTION-ADD VALUE "A".
           88 PM-ACTION-CHANGE VALUE "U".
           88 PM-ACTION-REMOVE VALUE "D".
           88 PM-ACTION-APPROVE VALUE "V".
           88 PM-ACTION-REJECT VALUE "R".
           88 PM-ACTION-RELEASE VALUE "L".
           88 PM-ACTION-APPEND-INPUT VALUE "I".
           88 PM-ACTION-APPEND-OUTPUT VALUE "E".
           88 PM-ACTION-MAP VALUE "M".
       01 PM-REQUESTING-USER PIC X(40).
       01 PM-KEY PIC X(50).
       01 PM-VALUE-1 PIC X(64).
       01 PM-RESULT PIC X.
           88 PM-OK VALUE "Y".
           88 PM-FAILED VALUE "N".
           88 PM-PENDING VALUE "P".
       01 PM-MESSAGE PIC X(120).
       01 PM-CHECK-ONLY PIC X.
           88 PM-CHECK-MODE VALUE "Y".
           MOVE SPACES TO PM-MESSAGE.
           MOVE SPACES TO OLD-VALUE-1.
           MOVE SPACES TO OLD-VALUE-2.
           MOVE PM-VALUE-1 TO LOGGED-VALUE-1.
           MOVE PM-VALUE-2 TO LOGGED-VALUE-2.
           PERFORM VERIFY-REQUESTING-USER.
           IF NOT REQUESTER-VERIFIED THEN
               MOVE "REQUESTING USER NOT SIGNED ON" TO PM-MESSAGE
               PERFORM MAINTAIN-CONFIG
           ELSE IF PM-FILE-USER THEN
               PERFORM MAINTAIN-USER
           ELSE IF PM-FILE-CHANNEL AND PM-ACTION-RELEASE THEN
               PERFORM RELEASE-CHANNEL-HOLD
           ELSE IF PM-FILE-CHANNEL THEN
               PERFORM MAINTAIN-CHANNEL
           ELSE IF PM-FILE-PROGRAM THEN
               PERFORM MAINTAIN-PROGRAM
           ELSE IF PM-FILE-CHANNEL-OVERRIDE THEN
               PERFORM MAINTAIN-CHANNEL-OVERRIDE
           ELSE IF PM-FILE-RATE THEN
               PERFORM MAINTAIN-RATE
           ELSE IF PM-FILE-CASE THEN
               PERFORM MAINTAIN-CASE
           ELSE IF PM-FILE-TRANSLATION THEN
               PERFORM MAINTAIN-TRANSLATION
           ELSE
               MOVE "UNKNOWN FILE CODE" TO PM-MESSAGE.
           IF NOT PM-CHECK-MODE THEN
           MOVE PM-KEY TO AUDIT-KEY.
           MOVE OLD-VALUE-1 TO AUDIT-OLD-VALUE-1.
           MOVE OLD-VALUE-2 TO AUDIT-OLD-VALUE-2.
           MOVE LOGGED-VALUE-1 TO AUDIT-NEW-VALUE-1.
           IF PM-FILE-USER THEN
               MOVE SPACES TO AUDIT-NEW-VALUE-2
           ELSE
               MOVE LOGGED-VALUE-2 TO AUDIT-NEW-VALUE-2.
           MOVE PM-RESULT TO AUDIT-RESULT.
           MOVE PM-MESSAGE TO AUDIT-MESSAGE.
           WRITE AUDIT-RECORD.
               CLOSE CONFIG
               OPEN I-O CONFIG.
           MOVE PM-KEY(1:16) TO CONFIG-KEY.
           MOVE "Y" TO CONFIG-EDIT-SW.
           IF CONFIG-KEY IS EQUAL TO "APPROVAL-LEVEL" THEN
               PERFORM AUTHORIZE-APPROVAL-LEVEL-EDIT.
           IF NOT CONFIG-EDIT-ALLOWED THEN
               MOVE "INSUFFICIENT LEVEL FOR APPROVAL-LEVEL"
                    TO PM-MESSAGE
           ELSE IF PM-CHECK-MODE THEN
               PERFORM CHECK-CONFIG
           ELSE IF PM-ACTION-ADD THEN
               MOVE PM-VALUE-1 TO CONFIG-VALUE
               MOVE "UNKNOWN ACTION CODE" TO PM-MESSAGE.
           CLOSE CONFIG.

       AUTHORIZE-APPROVAL-LEVEL-EDIT.
           MOVE 0 TO APPROVAL-LEVEL.
           READ CONFIG RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CONFIG-VALUE(1:2) IS NUMERIC THEN
                       MOVE CONFIG-VALUE(1:2) TO APPROVAL-LEVEL
                   END-IF
           END-READ.
           MOVE PM-KEY(1:16) TO CONFIG-KEY.
           IF NOT PM-ACTION-REMOVE AND
              PM-VALUE-1(1:2) IS NUMERIC THEN
               MOVE PM-VALUE-1(1:2) TO NEW-PROGRAM-LEVEL
               IF NEW-PROGRAM-LEVEL IS GREATER THAN APPROVAL-LEVEL
                   THEN
                   MOVE NEW-PROGRAM-LEVEL TO APPROVAL-LEVEL.
           MOVE "N" TO CONFIG-EDIT-SW.
           OPEN INPUT USERS.
           IF NOT USER-FILE-NOT-FOUND THEN
               MOVE PM-REQUESTING-USER TO USER-NAME
               READ USERS RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF USER-LEVEL IS NOT LESS THAN APPROVAL-LEVEL
                           THEN
                           MOVE "Y" TO CONFIG-EDIT-SW
                       END-IF
               END-READ
           END-IF.
           CLOSE USERS.

       FIND-PENDING-ENTRY.
           MOVE 0 TO PENDING-FOUND-IDX.
           PERFORM SCAN-PENDING-ENTRY
                   END-IF
               END-IF.

       RELEASE-CHANNEL-HOLD.
           IF PM-CHECK-MODE THEN
               OPEN INPUT DISPATCH-LEDGER
           ELSE
               OPEN I-O DISPATCH-LEDGER.
           IF LEDGER-FILE-NOT-FOUND THEN
               MOVE "CHANNEL NOT IN DISPATCH-LEDGER" TO PM-MESSAGE
           ELSE
               MOVE PM-KEY(1:50) TO LEDGER-CHANNEL
               READ DISPATCH-LEDGER RECORD
                   INVALID KEY
                       MOVE "CHANNEL NOT IN DISPATCH-LEDGER"
                            TO PM-MESSAGE
                   NOT INVALID KEY
                       PERFORM RELEASE-LEDGER-HOLD
               END-READ.
           CLOSE DISPATCH-LEDGER.

       RELEASE-LEDGER-HOLD.
           IF NOT LEDGER-HELD THEN
               MOVE "CHANNEL NOT HELD" TO PM-MESSAGE
           ELSE IF PM-CHECK-MODE THEN
               SET PM-OK TO TRUE
           ELSE
               MOVE LEDGER-HELD-AT TO OLD-VALUE-1(1:14)
               MOVE LEDGER-HOLD-REASON TO OLD-VALUE-2(1:60)
               MOVE 0 TO LEDGER-FAIL-COUNT
               MOVE "N" TO LEDGER-HOLD-SW
               MOVE SPACES TO LEDGER-HELD-AT
               MOVE SPACES TO LEDGER-HOLD-REASON
               REWRITE LEDGER-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO REWRITE DISPATCH-LEDGER"
                            TO PM-MESSAGE
                   NOT INVALID KEY
                       SET PM-OK TO TRUE
                       MOVE "CHANNEL HOLD RELEASED" TO PM-MESSAGE
               END-REWRITE.

       MAINTAIN-CHANNEL-OVERRIDE.
           OPEN I-O CHANNELS.
           IF CHANNEL-FILE-NOT-FOUND THEN
           MOVE CHANNEL-OVERRIDE-VALUE(OVERRIDE-IDX + 1) TO
                CHANNEL-OVERRIDE-VALUE(OVERRIDE-IDX).

       MAINTAIN-RATE.
           OPEN I-O RATE-TABLE.
           IF RATE-FILE-NOT-FOUND THEN
               OPEN OUTPUT RATE-TABLE
               CLOSE RATE-TABLE
               OPEN I-O RATE-TABLE.
           MOVE PM-KEY(1:50) TO RATE-CHANNEL.
           IF NOT PM-ACTION-REMOVE AND
              PM-VALUE-1(1:27) IS NOT NUMERIC THEN
               MOVE "RATE VALUES MUST BE 27 DIGITS" TO PM-MESSAGE
           ELSE IF PM-CHECK-MODE THEN
               PERFORM CHECK-RATE
           ELSE IF PM-ACTION-ADD THEN
               PERFORM MOVE-NEW-RATE-VALUES
               WRITE RATE-RECORD
                   INVALID KEY
                       MOVE "RATE ALREADY EXISTS" TO PM-MESSAGE
                   NOT INVALID KEY
                       SET PM-OK TO TRUE
               END-WRITE
           ELSE IF PM-ACTION-CHANGE THEN
               READ RATE-TABLE RECORD
                   INVALID KEY
                       MOVE "RATE NOT FOUND" TO PM-MESSAGE
                   NOT INVALID KEY
                       PERFORM LOG-OLD-RATE-VALUES
                       PERFORM MOVE-NEW-RATE-VALUES
                       REWRITE RATE-RECORD
                           INVALID KEY
                               MOVE "UNABLE TO REWRITE RATE"
                                    TO PM-MESSAGE
                           NOT INVALID KEY
                               SET PM-OK TO TRUE
                       END-REWRITE
               END-READ
           ELSE IF PM-ACTION-REMOVE THEN
               READ RATE-TABLE RECORD
                   INVALID KEY
                       MOVE "RATE NOT FOUND" TO PM-MESSAGE
                   NOT INVALID KEY
                       PERFORM LOG-OLD-RATE-VALUES
                       DELETE RATE-TABLE RECORD
                           INVALID KEY
                               MOVE "RATE NOT FOUND" TO PM-MESSAGE
                           NOT INVALID KEY
                               SET PM-OK TO TRUE
                       END-DELETE
               END-READ
           ELSE
               MOVE "UNKNOWN ACTION CODE" TO PM-MESSAGE.
           CLOSE RATE-TABLE.

       MOVE-NEW-RATE-VALUES.
           MOVE PM-VALUE-1(1:27) TO RATE-VALUES.
           MOVE RATE-VALUE-KCYCLE TO RATE-PER-KCYCLE.
           MOVE RATE-VALUE-RUN TO RATE-PER-RUN.
           MOVE RATE-VALUE-SURCHARGE TO RATE-ABEND-SURCHARGE.

       LOG-OLD-RATE-VALUES.
           MOVE RATE-PER-KCYCLE TO RATE-VALUE-KCYCLE.
           MOVE RATE-PER-RUN TO RATE-VALUE-RUN.
           MOVE RATE-ABEND-SURCHARGE TO RATE-VALUE-SURCHARGE.
           MOVE RATE-VALUES TO OLD-VALUE-1(1:27).

       CHECK-RATE.
           IF NOT PM-ACTION-ADD AND NOT PM-ACTION-CHANGE AND
              NOT PM-ACTION-REMOVE THEN
               MOVE "UNKNOWN ACTION CODE" TO PM-MESSAGE
           ELSE
               MOVE "N" TO CHECK-EXISTS-SW
               READ RATE-TABLE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CHECK-EXISTS-SW
               END-READ
               MOVE "R" TO CHECK-FILE-CODE
               MOVE SPACES TO CHECK-KEY
               MOVE PM-KEY(1:50) TO CHECK-KEY(1:50)
               PERFORM RESOLVE-CHECK-EXISTS
               IF PM-ACTION-ADD THEN
                   IF CHECK-EXISTS THEN
                       MOVE "RATE ALREADY EXISTS" TO PM-MESSAGE
                   ELSE
                       SET PM-OK TO TRUE
                       MOVE "A" TO PENDING-NEW-STATE
                       PERFORM RECORD-PENDING-STATE
                   END-IF
               ELSE
                   IF CHECK-EXISTS THEN
                       SET PM-OK TO TRUE
                       IF PM-ACTION-REMOVE THEN
                           MOVE "D" TO PENDING-NEW-STATE
                           PERFORM RECORD-PENDING-STATE
                       END-IF
                   ELSE
                       MOVE "RATE NOT FOUND" TO PM-MESSAGE
                   END-IF
               END-IF.

       MAINTAIN-CASE.
           PERFORM AUTHORIZE-CASE-EDIT.
           IF NOT PM-FAILED THEN
               SET PM-FAILED TO TRUE
               PERFORM APPLY-CASE-REQUEST.

       AUTHORIZE-CASE-EDIT.
           MOVE PM-REQUESTING-USER TO AUTH-USER-NAME-L.
           MOVE PM-KEY(1:16) TO AUTH-PROGRAM-NAME-L.
           SET AUTH-EDIT-L TO TRUE.
           CALL "AUTH-CHECK" USING AUTH-USER-NAME-L,
                AUTH-PROGRAM-NAME-L, AUTH-ACTION-L, AUTH-RESULT-L,
                AUTH-MESSAGE-L.
           IF NOT AUTH-GRANTED-L THEN
               MOVE AUTH-MESSAGE-L TO PM-MESSAGE
               SET PM-FAILED TO TRUE
           ELSE
               SET PM-OK TO TRUE.

       APPLY-CASE-REQUEST.
           OPEN I-O REGRESSION-CASES.
           IF CASE-FILE-NOT-FOUND THEN
               OPEN OUTPUT REGRESSION-CASES
               CLOSE REGRESSION-CASES
               OPEN I-O REGRESSION-CASES.
           MOVE PM-KEY(1:16) TO CASE-PROGRAM-NAME.
           IF PM-KEY(17:4) IS NOT NUMERIC THEN
               MOVE "CASE NUMBER MUST BE 4 DIGITS" TO PM-MESSAGE
           ELSE IF (PM-ACTION-ADD OR PM-ACTION-CHANGE) AND
                   PM-VALUE-1(1:10) IS NOT NUMERIC THEN
               MOVE "CASE STATUS AND CEILING MUST BE 10 DIGITS"
                    TO PM-MESSAGE
           ELSE IF PM-CHECK-MODE THEN
               MOVE PM-KEY(17:4) TO CASE-NUMBER
               PERFORM CHECK-CASE
           ELSE IF PM-ACTION-ADD THEN
               MOVE PM-KEY(17:4) TO CASE-NUMBER
               MOVE PM-VALUE-1(1:2) TO CASE-EXPECTED-STATUS
               MOVE PM-VALUE-1(3:8) TO CASE-CYCLE-CEILING
               MOVE 0 TO CASE-INPUT-LEN
               MOVE SPACES TO CASE-INPUT
               MOVE 0 TO CASE-OUTPUT-LEN
               MOVE SPACES TO CASE-EXPECTED-OUTPUT
               WRITE CASE-RECORD
                   INVALID KEY
                       MOVE "CASE ALREADY EXISTS" TO PM-MESSAGE
                   NOT INVALID KEY
                       SET PM-OK TO TRUE
               END-WRITE
           ELSE IF PM-ACTION-CHANGE THEN
               MOVE PM-KEY(17:4) TO CASE-NUMBER
               READ REGRESSION-CASES RECORD
                   INVALID KEY
                       MOVE "CASE NOT FOUND" TO PM-MESSAGE
                   NOT INVALID KEY
                       MOVE CASE-EXPECTED-STATUS TO OLD-VALUE-1(1:2)
                       MOVE CASE-CYCLE-CEILING TO OLD-VALUE-1(3:8)
                       MOVE PM-VALUE-1(1:2) TO CASE-EXPECTED-STATUS
                       MOVE PM-VALUE-1(3:8) TO CASE-CYCLE-CEILING
                       PERFORM REWRITE-CASE
               END-READ
           ELSE IF PM-ACTION-REMOVE THEN
               MOVE PM-KEY(17:4) TO CASE-NUMBER
               READ REGRESSION-CASES RECORD
                   INVALID KEY
                       MOVE "CASE NOT FOUND" TO PM-MESSAGE
                   NOT INVALID KEY
                       MOVE CASE-EXPECTED-STATUS TO OLD-VALUE-1(1:2)
                       MOVE CASE-CYCLE-CEILING TO OLD-VALUE-1(3:8)
                       DELETE REGRESSION-CASES RECORD
                           INVALID KEY
                               MOVE "CASE NOT FOUND" TO PM-MESSAGE
                           NOT INVALID KEY
                               SET PM-OK TO TRUE
                       END-DELETE
               END-READ
           ELSE IF PM-ACTION-APPEND-INPUT OR PM-ACTION-APPEND-OUTPUT
               THEN
               MOVE PM-KEY(17:4) TO CASE-NUMBER
               READ REGRESSION-CASES RECORD
                   INVALID KEY
                       MOVE "CASE NOT FOUND" TO PM-MESSAGE
                   NOT INVALID KEY
                       PERFORM APPEND-CASE-TEXT
               END-READ
           ELSE
               MOVE "UNKNOWN ACTION CODE" TO PM-MESSAGE.
           CLOSE REGRESSION-CASES.

       APPEND-CASE-TEXT.
           PERFORM RESOLVE-CHUNK-LENGTH.
           IF CHUNK-LEN IS EQUAL TO 0 THEN
               MOVE "NO TEXT TO APPEND" TO PM-MESSAGE
           ELSE IF PM-ACTION-APPEND-INPUT THEN
               IF CASE-INPUT-LEN + CHUNK-LEN IS GREATER THAN 999 THEN
                   MOVE "CASE INPUT WOULD EXCEED 999 CHARACTERS"
                        TO PM-MESSAGE
               ELSE
                   MOVE CASE-INPUT-LEN TO OLD-VALUE-1(1:3)
                   MOVE PM-VALUE-1(1:CHUNK-LEN)
                        TO CASE-INPUT(CASE-INPUT-LEN + 1:CHUNK-LEN)
                   ADD CHUNK-LEN TO CASE-INPUT-LEN
                   PERFORM REWRITE-CASE
               END-IF
           ELSE
               IF CASE-OUTPUT-LEN + CHUNK-LEN IS GREATER THAN 999 THEN
                   MOVE "CASE OUTPUT WOULD EXCEED 999 CHARACTERS"
                        TO PM-MESSAGE
               ELSE
                   MOVE CASE-OUTPUT-LEN TO OLD-VALUE-1(1:3)
                   MOVE PM-VALUE-1(1:CHUNK-LEN)
                        TO CASE-EXPECTED-OUTPUT(CASE-OUTPUT-LEN + 1:
                                                CHUNK-LEN)
                   ADD CHUNK-LEN TO CASE-OUTPUT-LEN
                   PERFORM REWRITE-CASE
               END-IF.

       RESOLVE-CHUNK-LENGTH.
           IF PM-VALUE-2(1:2) IS NUMERIC THEN
               MOVE PM-VALUE-2(1:2) TO CHUNK-LEN
           ELSE
               MOVE 64 TO CHUNK-LEN
               PERFORM TRIM-CHUNK
                   UNTIL CHUNK-LEN IS EQUAL TO 0
                      OR PM-VALUE-1(CHUNK-LEN:1) IS NOT EQUAL TO SPACE.
           IF CHUNK-LEN IS GREATER THAN 64 THEN
               MOVE 64 TO CHUNK-LEN.

       TRIM-CHUNK.
           SUBTRACT 1 FROM CHUNK-LEN.

       REWRITE-CASE.
           REWRITE CASE-RECORD
               INVALID KEY
                   MOVE "UNABLE TO REWRITE CASE" TO PM-MESSAGE
               NOT INVALID KEY
                   SET PM-OK TO TRUE
           END-REWRITE.

       CHECK-CASE.
           IF NOT PM-ACTION-ADD AND NOT PM-ACTION-CHANGE AND
              NOT PM-ACTION-REMOVE AND NOT PM-ACTION-APPEND-INPUT AND
              NOT PM-ACTION-APPEND-OUTPUT THEN
               MOVE "UNKNOWN ACTION CODE" TO PM-MESSAGE
           ELSE
               MOVE "N" TO CHECK-EXISTS-SW
               READ REGRESSION-CASES RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CHECK-EXISTS-SW
               END-READ
               MOVE "T" TO CHECK-FILE-CODE
               MOVE SPACES TO CHECK-KEY
               MOVE PM-KEY(1:20) TO CHECK-KEY(1:20)
               PERFORM RESOLVE-CHECK-EXISTS
               IF PM-ACTION-ADD THEN
                   IF CHECK-EXISTS THEN
                       MOVE "CASE ALREADY EXISTS" TO PM-MESSAGE
                   ELSE
                       SET PM-OK TO TRUE
                       MOVE "A" TO PENDING-NEW-STATE
                       PERFORM RECORD-PENDING-STATE
                   END-IF
               ELSE
                   IF CHECK-EXISTS THEN
                       SET PM-OK TO TRUE
                       IF PM-ACTION-REMOVE THEN
                           MOVE "D" TO PENDING-NEW-STATE
                           PERFORM RECORD-PENDING-STATE
                       END-IF
                   ELSE
                       MOVE "CASE NOT FOUND" TO PM-MESSAGE
                   END-IF
               END-IF.

       MAINTAIN-TRANSLATION.
           OPEN I-O TRANSLATION-TABLE.
           IF XLAT-FILE-NOT-FOUND THEN
               OPEN OUTPUT TRANSLATION-TABLE
               CLOSE TRANSLATION-TABLE
               OPEN I-O TRANSLATION-TABLE.
           MOVE PM-VALUE-1(1:2) TO PAGE-SETTINGS.
           IF PM-ACTION-MAP THEN
               PERFORM LOAD-MAP-PAIRS.
           IF PM-KEY(1:16) IS EQUAL TO SPACES THEN
               MOVE "CODE PAGE NAME REQUIRED" TO PM-MESSAGE
           ELSE IF (PM-ACTION-ADD OR PM-ACTION-CHANGE) AND
                   NOT PAGE-SETTINGS-VALID THEN
               MOVE "PAGE MODE MUST BE C OR D, CONTROL Y OR N"
                    TO PM-MESSAGE
           ELSE IF PM-ACTION-MAP AND
                   (MAP-COUNT IS EQUAL TO 0 OR NOT MAP-PAIRS-VALID) THEN
               MOVE "MAPPING PAIRS MUST BE CELL 000-255 VALUE 000-255"
                    TO PM-MESSAGE
           ELSE IF PM-ACTION-MAP AND NOT MAP-PAIRS-CONTIGUOUS THEN
               MOVE "MAPPING PAIRS MUST BE CONTIGUOUS, NO BLANK PAIRS"
                    TO PM-MESSAGE
           ELSE IF PM-CHECK-MODE THEN
               MOVE PM-KEY(1:16) TO XLAT-PAGE-NAME
               PERFORM CHECK-TRANSLATION
           ELSE IF PM-ACTION-ADD THEN
               PERFORM ADD-TRANSLATION-PAGE
           ELSE IF PM-ACTION-CHANGE THEN
               MOVE PM-KEY(1:16) TO XLAT-PAGE-NAME
               READ TRANSLATION-TABLE RECORD
                   INVALID KEY
                       MOVE "CODE PAGE NOT FOUND" TO PM-MESSAGE
                   NOT INVALID KEY
                       MOVE XLAT-MODE TO OLD-VALUE-1(1:1)
                       MOVE XLAT-CONTROL-SW TO OLD-VALUE-1(2:1)
                       MOVE PAGE-SETTINGS(1:1) TO XLAT-MODE
                       MOVE PAGE-SETTINGS(2:1) TO XLAT-CONTROL-SW
                       PERFORM REWRITE-TRANSLATION
               END-READ
           ELSE IF PM-ACTION-REMOVE THEN
               MOVE PM-KEY(1:16) TO XLAT-PAGE-NAME
               READ TRANSLATION-TABLE RECORD
                   INVALID KEY
                       MOVE "CODE PAGE NOT FOUND" TO PM-MESSAGE
                   NOT INVALID KEY
                       MOVE XLAT-MODE TO OLD-VALUE-1(1:1)
                       MOVE XLAT-CONTROL-SW TO OLD-VALUE-1(2:1)
                       DELETE TRANSLATION-TABLE RECORD
                           INVALID KEY
                               MOVE "CODE PAGE NOT FOUND"
                                    TO PM-MESSAGE
                           NOT INVALID KEY
                               SET PM-OK TO TRUE
                       END-DELETE
               END-READ
           ELSE IF PM-ACTION-MAP THEN
               MOVE PM-KEY(1:16) TO XLAT-PAGE-NAME
               READ TRANSLATION-TABLE RECORD
                   INVALID KEY
                       MOVE "CODE PAGE NOT FOUND" TO PM-MESSAGE
                   NOT INVALID KEY
                       MOVE SPACES TO OLD-MAP-PAIRS
                       PERFORM APPLY-MAP-PAIR
                           VARYING MAP-IDX FROM 1 BY 1
                           UNTIL MAP-IDX IS GREATER THAN MAP-COUNT
                       MOVE OLD-MAP-PAIRS(1:60) TO OLD-VALUE-1
                       MOVE OLD-MAP-PAIRS(61:60) TO OLD-VALUE-2
                       PERFORM REWRITE-TRANSLATION
               END-READ
           ELSE
               MOVE "UNKNOWN ACTION CODE" TO PM-MESSAGE.
           CLOSE TRANSLATION-TABLE.

       ADD-TRANSLATION-PAGE.
           IF PM-VALUE-2(1:16) IS EQUAL TO SPACES OR
              PM-VALUE-2(1:16) IS EQUAL TO "*ASCII*" THEN
               MOVE "Y" TO BASE-PAGE-SW
               PERFORM CLEAR-TRANSLATION-ENTRY
                   VARYING XLAT-IDX FROM 1 BY 1
                   UNTIL XLAT-IDX IS GREATER THAN 256
               IF PM-VALUE-2(1:16) IS EQUAL TO "*ASCII*" THEN
                   PERFORM SEED-ASCII-ENTRY
                       VARYING XLAT-IDX FROM 33 BY 1
                       UNTIL XLAT-IDX IS GREATER THAN 127
               END-IF
           ELSE
               MOVE "N" TO BASE-PAGE-SW
               MOVE PM-VALUE-2(1:16) TO XLAT-PAGE-NAME
               READ TRANSLATION-TABLE RECORD
                   INVALID KEY
                       MOVE "BASE CODE PAGE NOT FOUND" TO PM-MESSAGE
                   NOT INVALID KEY
                       MOVE "Y" TO BASE-PAGE-SW
               END-READ.
           IF BASE-PAGE-READY THEN
               MOVE PM-KEY(1:16) TO XLAT-PAGE-NAME
               MOVE PAGE-SETTINGS(1:1) TO XLAT-MODE
               MOVE PAGE-SETTINGS(2:1) TO XLAT-CONTROL-SW
               WRITE XLAT-RECORD
                   INVALID KEY
                       MOVE "CODE PAGE ALREADY EXISTS" TO PM-MESSAGE
                   NOT INVALID KEY
                       SET PM-OK TO TRUE
               END-WRITE.

       CLEAR-TRANSLATION-ENTRY.
           MOVE 999 TO XLAT-EXTERNAL(XLAT-IDX).

       SEED-ASCII-ENTRY.
           COMPUTE XLAT-EXTERNAL(XLAT-IDX) = XLAT-IDX - 1.

       LOAD-MAP-PAIRS.
           MOVE SPACES TO MAP-PAIRS.
           MOVE PM-VALUE-1(1:60) TO MAP-PAIRS(1:60).
           MOVE PM-VALUE-2(1:60) TO MAP-PAIRS(61:60).
           MOVE 0 TO MAP-COUNT.
           MOVE "Y" TO MAP-VALID-SW.
           MOVE "Y" TO MAP-CONTIGUOUS-SW.
           PERFORM CHECK-MAP-PAIR
               UNTIL MAP-PAIR(MAP-COUNT + 1) IS EQUAL TO SPACES.
           IF MAP-PAIRS(MAP-COUNT * 6 + 1:) IS NOT EQUAL TO SPACES THEN
               MOVE "N" TO MAP-CONTIGUOUS-SW.

       CHECK-MAP-PAIR.
           ADD 1 TO MAP-COUNT.
           IF MAP-CELL(MAP-COUNT) IS NOT NUMERIC OR
              MAP-EXTERNAL(MAP-COUNT) IS NOT NUMERIC THEN
               MOVE "N" TO MAP-VALID-SW
           ELSE IF MAP-CELL(MAP-COUNT) IS GREATER THAN 255 THEN
               MOVE "N" TO MAP-VALID-SW
           ELSE IF MAP-EXTERNAL(MAP-COUNT) IS GREATER THAN 255 AND
                   MAP-EXTERNAL(MAP-COUNT) IS NOT EQUAL TO 999 THEN
               MOVE "N" TO MAP-VALID-SW.

       APPLY-MAP-PAIR.
           COMPUTE XLAT-IDX = MAP-CELL(MAP-IDX) + 1.
           MOVE MAP-CELL(MAP-IDX) TO OLD-MAP-CELL(MAP-IDX).
           MOVE XLAT-EXTERNAL(XLAT-IDX) TO OLD-MAP-EXTERNAL(MAP-IDX).
           MOVE MAP-EXTERNAL(MAP-IDX) TO XLAT-EXTERNAL(XLAT-IDX).

       REWRITE-TRANSLATION.
           REWRITE XLAT-RECORD
               INVALID KEY
                   MOVE "UNABLE TO REWRITE CODE PAGE" TO PM-MESSAGE
               NOT INVALID KEY
                   SET PM-OK TO TRUE
           END-REWRITE.

       CHECK-TRANSLATION.
           IF NOT PM-ACTION-ADD AND NOT PM-ACTION-CHANGE AND
              NOT PM-ACTION-REMOVE AND NOT PM-ACTION-MAP THEN
               MOVE "UNKNOWN ACTION CODE" TO PM-MESSAGE
           ELSE
               MOVE "N" TO CHECK-EXISTS-SW
               READ TRANSLATION-TABLE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CHECK-EXISTS-SW
               END-READ
               MOVE "X" TO CHECK-FILE-CODE
               MOVE SPACES TO CHECK-KEY
               MOVE PM-KEY(1:16) TO CHECK-KEY(1:16)
               PERFORM RESOLVE-CHECK-EXISTS
               IF PM-ACTION-ADD THEN
                   IF CHECK-EXISTS THEN
                       MOVE "CODE PAGE ALREADY EXISTS" TO PM-MESSAGE
                   ELSE
                       SET PM-OK TO TRUE
                       MOVE "A" TO PENDING-NEW-STATE
                       PERFORM RECORD-PENDING-STATE
                   END-IF
               ELSE
                   IF CHECK-EXISTS THEN
                       SET PM-OK TO TRUE
                       IF PM-ACTION-REMOVE THEN
                           MOVE "D" TO PENDING-NEW-STATE
                           PERFORM RECORD-PENDING-STATE
                       END-IF
                   ELSE
                       MOVE "CODE PAGE NOT FOUND" TO PM-MESSAGE
                   END-IF
               END-IF.

       MAINTAIN-PROGRAM.
           MOVE "N" TO PENDING-ADD-SW.
           IF PM-ACTION-APPROVE OR PM-ACTION-REJECT THEN
               PERFORM RESOLVE-PENDING-ADD.
           IF PM-ACTION-ADD THEN
               PERFORM AUTHORIZE-PROGRAM-ADD
           ELSE IF PENDING-ADD-DECISION THEN
               PERFORM AUTHORIZE-PENDING-ADD-DECISION
           ELSE
               PERFORM AUTHORIZE-PROGRAM-EDIT
           END-IF.
               IF PM-CHECK-MODE THEN
                   PERFORM CHECK-PROGRAM
               ELSE IF PM-ACTION-ADD THEN
                   PERFORM ADD-PROGRAM-ENTRY
               ELSE IF PM-ACTION-CHANGE THEN
                   READ PROGRAM-INDEX RECORD
                       INVALID KEY
                           MOVE MIN-LEVEL OF INDEX-ENTRY
                                TO OLD-VALUE-1(1:2)
                           MOVE ADDR OF INDEX-ENTRY
                                TO OLD-VALUE-2(1:5)
                           MOVE ADDR OF INDEX-ENTRY TO OLD-PROGRAM-ADDR
                           MOVE PM-VALUE-1(1:2) TO NEW-PROGRAM-LEVEL
                           PERFORM RESOLVE-NEW-PROGRAM-ADDR
                           PERFORM CHECK-APPROVAL-REQUIRED
                           IF APPROVAL-REQUIRED THEN
                               PERFORM SUBMIT-PROGRAM-CHANGE
                           ELSE
                               PERFORM APPLY-PROGRAM-CHANGE
                           END-IF
                   END-READ
               ELSE IF PM-ACTION-APPROVE THEN
                   PERFORM APPROVE-PROGRAM-CHANGE
               ELSE IF PM-ACTION-REJECT THEN
                   PERFORM REJECT-PROGRAM-CHANGE
               ELSE IF PM-ACTION-REMOVE THEN
                   READ PROGRAM-INDEX RECORD
                       INVALID KEY
                           MOVE MIN-LEVEL OF INDEX-ENTRY
                                TO OLD-VALUE-1(1:2)
                           MOVE ADDR OF INDEX-ENTRY
                                TO OLD-VALUE-2(1:5)
                           MOVE ADDR OF INDEX-ENTRY TO OLD-PROGRAM-ADDR
                           MOVE MIN-LEVEL OF INDEX-ENTRY
                                TO NEW-PROGRAM-LEVEL
                           MOVE 99999 TO NEW-PROGRAM-ADDR
                           PERFORM CHECK-APPROVAL-REQUIRED
                           IF APPROVAL-REQUIRED THEN
                               PERFORM SUBMIT-PROGRAM-CHANGE
                           ELSE
                               PERFORM APPLY-PROGRAM-REMOVE
                               IF PM-OK THEN
                                   PERFORM DISCARD-PENDING-CHANGE
                               END-IF
                           END-IF
                   END-READ
               ELSE
               CLOSE PROGRAM-INDEX
           END-IF.

       ADD-PROGRAM-ENTRY.
           MOVE "N" TO INDEX-READ-SW.
           READ PROGRAM-INDEX RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO INDEX-READ-SW
           END-READ.
           IF INDEX-ENTRY-READ THEN
               MOVE "PROGRAM ALREADY EXISTS" TO PM-MESSAGE
           ELSE
               MOVE PM-KEY(1:16) TO NAME OF INDEX-ENTRY
               MOVE 0 TO MIN-LEVEL OF INDEX-ENTRY
               MOVE 99999 TO OLD-PROGRAM-ADDR
               MOVE PM-VALUE-1(1:2) TO NEW-PROGRAM-LEVEL
               PERFORM RESOLVE-NEW-PROGRAM-ADDR
               PERFORM CHECK-APPROVAL-REQUIRED
               IF APPROVAL-REQUIRED THEN
                   PERFORM SUBMIT-PROGRAM-CHANGE
               ELSE
                   PERFORM WRITE-PROGRAM-ENTRY.

       WRITE-PROGRAM-ENTRY.
           MOVE NEW-PROGRAM-LEVEL TO MIN-LEVEL OF INDEX-ENTRY.
           MOVE NEW-PROGRAM-ADDR TO ADDR OF INDEX-ENTRY.
           WRITE INDEX-ENTRY
               INVALID KEY
                   MOVE "PROGRAM ALREADY EXISTS" TO PM-MESSAGE
               NOT INVALID KEY
                   SET PM-OK TO TRUE
           END-WRITE.

       APPLY-PROGRAM-REMOVE.
           CALL "PROGRAM-HISTORY" USING PM-KEY(1:16),
                OLD-PROGRAM-ADDR, PM-REQUESTING-USER,
                PH-TIMESTAMP-OUT, PH-RESULT-L.
           IF NOT PH-SNAPSHOT-OK-L THEN
               MOVE "UNABLE TO SNAPSHOT PROGRAM HISTORY" TO PM-MESSAGE
           ELSE
               DELETE PROGRAM-INDEX RECORD
                   INVALID KEY
                       MOVE "PROGRAM NOT FOUND" TO PM-MESSAGE
                   NOT INVALID KEY
                       SET PM-OK TO TRUE
               END-DELETE.

       DISCARD-PENDING-CHANGE.
           PERFORM OPEN-PENDING-CHANGES.
           MOVE PM-KEY(1:16) TO CHG-PROGRAM-NAME.
           READ PENDING-CHANGES RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM RELEASE-PROPOSED-CHAIN
                   DELETE PENDING-CHANGES RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-READ.
           CLOSE PENDING-CHANGES.

       APPLY-PROGRAM-CHANGE.
           CALL "PROGRAM-HISTORY" USING PM-KEY(1:16),
                OLD-PROGRAM-ADDR, PM-REQUESTING-USER,
                PH-TIMESTAMP-OUT, PH-RESULT-L.
           IF NOT PH-SNAPSHOT-OK-L THEN
               MOVE "UNABLE TO SNAPSHOT PROGRAM HISTORY" TO PM-MESSAGE
           ELSE
               MOVE NEW-PROGRAM-LEVEL TO MIN-LEVEL OF INDEX-ENTRY
               MOVE NEW-PROGRAM-ADDR TO ADDR OF INDEX-ENTRY
               REWRITE INDEX-ENTRY
                   INVALID KEY
                       MOVE "UNABLE TO REWRITE PROGRAM" TO PM-MESSAGE
                   NOT INVALID KEY
                       SET PM-OK TO TRUE
               END-REWRITE.

       CHECK-APPROVAL-REQUIRED.
           MOVE "N" TO APPROVAL-REQUIRED-SW.
           OPEN INPUT CONFIG.
           IF CONFIG-FILE-NOT-FOUND THEN
               CLOSE CONFIG
           ELSE
               MOVE "APPROVAL-LEVEL" TO CONFIG-KEY
               READ CONFIG RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM JUDGE-APPROVAL-LEVEL
               END-READ
               CLOSE CONFIG.

       JUDGE-APPROVAL-LEVEL.
           IF CONFIG-VALUE(1:2) IS NUMERIC THEN
               MOVE CONFIG-VALUE(1:2) TO APPROVAL-LEVEL
               IF MIN-LEVEL OF INDEX-ENTRY IS GREATER THAN
                  APPROVAL-LEVEL OR
                  NEW-PROGRAM-LEVEL IS GREATER THAN APPROVAL-LEVEL THEN
                   MOVE "Y" TO APPROVAL-REQUIRED-SW.

       OPEN-PENDING-CHANGES.
           OPEN I-O PENDING-CHANGES.
           IF CHANGE-FILE-NOT-FOUND THEN
               OPEN OUTPUT PENDING-CHANGES
               CLOSE PENDING-CHANGES
               OPEN I-O PENDING-CHANGES.

       SUBMIT-PROGRAM-CHANGE.
           PERFORM OPEN-PENDING-CHANGES.
           MOVE PM-KEY(1:16) TO CHG-PROGRAM-NAME.
           MOVE PM-REQUESTING-USER TO CHG-SUBMITTED-BY.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE SPACES TO CHG-SUBMITTED-AT.
           STRING AUDIT-DATE, AUDIT-TIME(1:6) DELIMITED BY SIZE
                  INTO CHG-SUBMITTED-AT.
           MOVE MIN-LEVEL OF INDEX-ENTRY TO CHG-OLD-MIN-LEVEL.
           MOVE OLD-PROGRAM-ADDR TO CHG-OLD-ADDR.
           MOVE NEW-PROGRAM-LEVEL TO CHG-NEW-MIN-LEVEL.
           MOVE NEW-PROGRAM-ADDR TO CHG-NEW-ADDR.
           WRITE CHANGE-RECORD
               INVALID KEY
                   MOVE "CHANGE ALREADY AWAITING APPROVAL" TO PM-MESSAGE
               NOT INVALID KEY
                   SET PM-PENDING TO TRUE
                   MOVE "CHANGE AWAITING APPROVAL" TO PM-MESSAGE
           END-WRITE.
           CLOSE PENDING-CHANGES.

       APPROVE-PROGRAM-CHANGE.
           PERFORM OPEN-PENDING-CHANGES.
           MOVE PM-KEY(1:16) TO CHG-PROGRAM-NAME.
           READ PENDING-CHANGES RECORD
               INVALID KEY
                   MOVE "NO CHANGE AWAITING APPROVAL" TO PM-MESSAGE
               NOT INVALID KEY
                   PERFORM LOG-PROPOSED-CHANGE
                   IF CHG-SUBMITTED-BY IS EQUAL TO PM-REQUESTING-USER
                       THEN
                       MOVE "SUBMITTER MAY NOT APPROVE OWN CHANGE"
                            TO PM-MESSAGE
                   ELSE
                       PERFORM APPROVE-PENDING-RECORD
                   END-IF
           END-READ.
           CLOSE PENDING-CHANGES.

       APPROVE-PENDING-RECORD.
           MOVE CHG-NEW-MIN-LEVEL TO NEW-PROGRAM-LEVEL.
           PERFORM CHECK-APPROVER-LEVEL.
           IF NOT PM-FAILED THEN
               SET PM-FAILED TO TRUE
               IF CHG-PROGRAM-ADD THEN
                   PERFORM APPROVE-PROGRAM-ADD
               ELSE
                   PERFORM APPROVE-PROGRAM-EDIT
               END-IF
               IF PM-OK THEN
                   DELETE PENDING-CHANGES RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE.

       APPROVE-PROGRAM-ADD.
           READ PROGRAM-INDEX RECORD
               INVALID KEY
                   MOVE PM-KEY(1:16) TO NAME OF INDEX-ENTRY
                   MOVE CHG-NEW-ADDR TO NEW-PROGRAM-ADDR
                   PERFORM WRITE-PROGRAM-ENTRY
               NOT INVALID KEY
                   MOVE "PROGRAM ALREADY EXISTS" TO PM-MESSAGE
           END-READ.

       APPROVE-PROGRAM-EDIT.
           READ PROGRAM-INDEX RECORD
               INVALID KEY
                   MOVE "PROGRAM NOT FOUND" TO PM-MESSAGE
               NOT INVALID KEY
                   MOVE MIN-LEVEL OF INDEX-ENTRY TO OLD-VALUE-1(1:2)
                   MOVE ADDR OF INDEX-ENTRY TO OLD-VALUE-2(1:5)
                   MOVE ADDR OF INDEX-ENTRY TO OLD-PROGRAM-ADDR
                   IF OLD-PROGRAM-ADDR IS NOT EQUAL TO CHG-OLD-ADDR
                       THEN
                       MOVE "PROGRAM CHANGED SINCE SUBMITTED"
                            TO PM-MESSAGE
                   ELSE
                       IF CHG-PROGRAM-REMOVE THEN
                           PERFORM APPLY-PROGRAM-REMOVE
                       ELSE
                           MOVE CHG-NEW-ADDR TO NEW-PROGRAM-ADDR
                           PERFORM APPLY-PROGRAM-CHANGE
                       END-IF
                   END-IF
           END-READ.

       REJECT-PROGRAM-CHANGE.
           PERFORM OPEN-PENDING-CHANGES.
           MOVE PM-KEY(1:16) TO CHG-PROGRAM-NAME.
           READ PENDING-CHANGES RECORD
               INVALID KEY
                   MOVE "NO CHANGE AWAITING APPROVAL" TO PM-MESSAGE
               NOT INVALID KEY
                   PERFORM LOG-PROPOSED-CHANGE
                   MOVE CHG-OLD-MIN-LEVEL TO OLD-VALUE-1(1:2)
                   MOVE CHG-OLD-ADDR TO OLD-VALUE-2(1:5)
                   IF CHG-SUBMITTED-BY IS EQUAL TO PM-REQUESTING-USER
                       THEN
                       MOVE "SUBMITTER MAY NOT REJECT OWN CHANGE"
                            TO PM-MESSAGE
                   ELSE
                       PERFORM RELEASE-PROPOSED-CHAIN
                       DELETE PENDING-CHANGES RECORD
                           INVALID KEY
                               MOVE "NO CHANGE AWAITING APPROVAL"
                                    TO PM-MESSAGE
                           NOT INVALID KEY
                               SET PM-OK TO TRUE
                       END-DELETE
                   END-IF
           END-READ.
           CLOSE PENDING-CHANGES.

       RELEASE-PROPOSED-CHAIN.
           MOVE "N" TO SHARED-CHAIN-SW.
           IF CHG-PROGRAM-REMOVE OR
              CHG-NEW-ADDR IS EQUAL TO CHG-OLD-ADDR THEN
               MOVE "Y" TO SHARED-CHAIN-SW
           ELSE
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

       LOG-PROPOSED-CHANGE.
           MOVE SPACES TO LOGGED-VALUE-1.
           MOVE CHG-NEW-MIN-LEVEL TO LOGGED-VALUE-1(1:2).
           MOVE SPACES TO LOGGED-VALUE-2.
           MOVE CHG-NEW-ADDR TO LOGGED-VALUE-2(1:5).

       CHECK-APPROVER-LEVEL.
           OPEN INPUT USERS.
           IF USER-FILE-NOT-FOUND THEN
               CLOSE USERS
               MOVE "UNKNOWN USER" TO PM-MESSAGE
               SET PM-FAILED TO TRUE
           ELSE
               MOVE PM-REQUESTING-USER TO USER-NAME
               READ USERS RECORD
                   INVALID KEY
                       MOVE "UNKNOWN USER" TO PM-MESSAGE
                       SET PM-FAILED TO TRUE
                   NOT INVALID KEY
                       IF USER-LEVEL IS LESS THAN NEW-PROGRAM-LEVEL THEN
                           MOVE "USER LEVEL TOO LOW TO APPROVE CHANGE"
                                TO PM-MESSAGE
                           SET PM-FAILED TO TRUE
                       ELSE
                           SET PM-OK TO TRUE
               END-READ
               CLOSE USERS.

       RESOLVE-NEW-PROGRAM-ADDR.
           IF PM-VALUE-2(4:2) IS EQUAL TO SPACES THEN
               MOVE PM-VALUE-2(1:3) TO NEW-PROGRAM-ADDR
           ELSE
               MOVE PM-VALUE-2(1:5) TO NEW-PROGRAM-ADDR.

       CHECK-PROGRAM.
           SET PM-FAILED TO TRUE.
           IF NOT PM-ACTION-ADD AND NOT PM-ACTION-CHANGE AND
              NOT PM-ACTION-REMOVE AND NOT PM-ACTION-APPROVE AND
              NOT PM-ACTION-REJECT THEN
               MOVE "UNKNOWN ACTION CODE" TO PM-MESSAGE
           ELSE
               MOVE "N" TO CHECK-EXISTS-SW
               MOVE "N" TO INDEX-READ-SW
               READ PROGRAM-INDEX RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CHECK-EXISTS-SW
                       MOVE "Y" TO INDEX-READ-SW
               END-READ
               MOVE "P" TO CHECK-FILE-CODE
               MOVE SPACES TO CHECK-KEY
               MOVE PM-KEY(1:16) TO CHECK-KEY(1:16)
               PERFORM RESOLVE-CHECK-EXISTS
               IF PM-ACTION-APPROVE OR PM-ACTION-REJECT THEN
                   PERFORM CHECK-PENDING-DECISION
               ELSE
                   IF PM-ACTION-ADD THEN
                       IF CHECK-EXISTS THEN
                           MOVE "PROGRAM ALREADY EXISTS" TO PM-MESSAGE
                       ELSE
                           SET PM-OK TO TRUE
                           MOVE "A" TO PENDING-NEW-STATE
                           PERFORM RECORD-PENDING-STATE
                       END-IF
                   ELSE
                       IF CHECK-EXISTS THEN
                           SET PM-OK TO TRUE
                           IF PM-ACTION-REMOVE THEN
                               MOVE "D" TO PENDING-NEW-STATE
                               PERFORM RECORD-PENDING-STATE
                           END-IF
                       ELSE
                           MOVE "PROGRAM NOT FOUND" TO PM-MESSAGE
                       END-IF
                   END-IF
               END-IF.

       CHECK-PENDING-DECISION.
           OPEN INPUT PENDING-CHANGES.
           IF CHANGE-FILE-NOT-FOUND THEN
               MOVE "NO CHANGE AWAITING APPROVAL" TO PM-MESSAGE
           ELSE
               MOVE PM-KEY(1:16) TO CHG-PROGRAM-NAME
               READ PENDING-CHANGES RECORD
                   INVALID KEY
                       MOVE "NO CHANGE AWAITING APPROVAL" TO PM-MESSAGE
                   NOT INVALID KEY
                       PERFORM JUDGE-PENDING-DECISION
               END-READ.
           CLOSE PENDING-CHANGES.

       JUDGE-PENDING-DECISION.
           IF CHG-SUBMITTED-BY IS EQUAL TO PM-REQUESTING-USER THEN
               IF PM-ACTION-APPROVE THEN
                   MOVE "SUBMITTER MAY NOT APPROVE OWN CHANGE"
                        TO PM-MESSAGE
               ELSE
                   MOVE "SUBMITTER MAY NOT REJECT OWN CHANGE"
                        TO PM-MESSAGE
               END-IF
           ELSE IF PM-ACTION-REJECT THEN
               SET PM-OK TO TRUE
           ELSE
               MOVE CHG-NEW-MIN-LEVEL TO NEW-PROGRAM-LEVEL
               PERFORM CHECK-APPROVER-LEVEL
               IF PM-OK THEN
                   SET PM-FAILED TO TRUE
                   PERFORM CHECK-APPROVE-LIVE-STATE.

       CHECK-APPROVE-LIVE-STATE.
           IF CHG-PROGRAM-ADD THEN
               IF CHECK-EXISTS THEN
                   MOVE "PROGRAM ALREADY EXISTS" TO PM-MESSAGE
               ELSE
                   SET PM-OK TO TRUE
                   MOVE "A" TO PENDING-NEW-STATE
                   PERFORM RECORD-PENDING-STATE
               END-IF
           ELSE IF NOT CHECK-EXISTS THEN
               MOVE "PROGRAM NOT FOUND" TO PM-MESSAGE
           ELSE IF INDEX-ENTRY-READ AND
                   ADDR OF INDEX-ENTRY IS NOT EQUAL TO CHG-OLD-ADDR THEN
               MOVE "PROGRAM CHANGED SINCE SUBMITTED" TO PM-MESSAGE
           ELSE
               SET PM-OK TO TRUE
               IF CHG-PROGRAM-REMOVE THEN
                   MOVE "D" TO PENDING-NEW-STATE
                   PERFORM RECORD-PENDING-STATE.

       RESOLVE-PENDING-ADD.
           OPEN INPUT PENDING-CHANGES.
           IF NOT CHANGE-FILE-NOT-FOUND THEN
               MOVE PM-KEY(1:16) TO CHG-PROGRAM-NAME
               READ PENDING-CHANGES RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CHG-PROGRAM-ADD THEN
                           MOVE "Y" TO PENDING-ADD-SW
                       END-IF
               END-READ
           END-IF.
           CLOSE PENDING-CHANGES.

       AUTHORIZE-PENDING-ADD-DECISION.
           OPEN INPUT USERS.
           IF USER-FILE-NOT-FOUND THEN
               CLOSE USERS
               MOVE "UNKNOWN USER" TO PM-MESSAGE
               SET PM-FAILED TO TRUE
           ELSE
               MOVE PM-REQUESTING-USER TO USER-NAME
               READ USERS RECORD
                   INVALID KEY
                       MOVE "UNKNOWN USER" TO PM-MESSAGE
                       SET PM-FAILED TO TRUE
                   NOT INVALID KEY
                       IF USER-LOCKED THEN
                           MOVE "USER IS LOCKED OUT" TO PM-MESSAGE
                           SET PM-FAILED TO TRUE
                       ELSE
                           SET PM-OK TO TRUE
               END-READ
               CLOSE USERS.

       AUTHORIZE-PROGRAM-EDIT.
           MOVE PM-REQUESTING-USER TO AUTH-USER-NAME-L.
           MOVE PM-KEY(1:16) TO AUTH-PROGRAM-NAME-L.
