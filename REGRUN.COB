       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REGRESSION-RUN".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGRESSION-CASES
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-KEY
               FILE STATUS IS CASE-FILE-STATUS.
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
               RELATIVE KEY IS PROGRAM-IP.
           SELECT PENDING-CHANGES
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-PROGRAM-NAME
               FILE STATUS IS CHANGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGRESSION-CASES.
           COPY CASEREC.
       FD PROGRAM-INDEX.
           COPY PROGXREC.
       FD PROGRAM-CODE.
           COPY PROGCREC.
       FD PENDING-CHANGES.
           COPY CHGREC.

       WORKING-STORAGE SECTION.
       01 STATE PIC 9(2) VALUE 0.
           88 DONE VALUE 10.
       01 LOAD-STATE PIC 9(2) VALUE 0.
           88 LOAD-DONE VALUE 10.
       01 CASE-FILE-STATUS PIC XX VALUE SPACES.
           88 CASE-FILE-NOT-FOUND VALUE "35".
       01 INDEX-FILE-STATUS PIC XX VALUE SPACES.
           88 INDEX-FILE-NOT-FOUND VALUE "35".
       01 CHANGE-FILE-STATUS PIC XX VALUE SPACES.
           88 CHANGE-FILE-NOT-FOUND VALUE "35".
       01 PENDING-VERSION-SW PIC X VALUE "N".
           88 PENDING-VERSION VALUE "Y".
       01 VERSION-NOTE PIC X(17) VALUE SPACES.
       01 PROGRAM-IP PIC 9(5).
       01 PROGRAM-FOUND-SW PIC X VALUE "N".
           88 CASE-PROGRAM-FOUND VALUE "Y".
       01 LOADED-PROGRAM PIC X(16) VALUE SPACES.
       01 LOADED-SW PIC X VALUE "N".
           88 PROGRAM-LOADED VALUE "Y".
       01 BUILD-PTR PIC 9(4).
       01 OPERATOR-USER PIC X(40) VALUE SPACES.
       01 FILTER-PROGRAM PIC X(16) VALUE SPACES.
       01 REGRESSION-CHANNEL PIC X(50) VALUE "*REGRESSION*".
       01 RUN-BF-INPUT PIC X(999) VALUE SPACES.
       01 RUN-BF-CODE PIC X(7992) VALUE SPACES.
       01 RUN-BF-OUTPUT PIC X(999) VALUE SPACES.
       01 RUN-CYCLE-LIMIT PIC 9(8) VALUE 1000.
       01 RUN-STATUS-L PIC 9(2).
       01 RUN-RESUME-SWITCH PIC X VALUE "N".
       01 RUN-LIVE-FEED-SWITCH PIC X VALUE "N".
       01 RUN-SANDBOX-SWITCH PIC X VALUE "Y".
       01 RUN-MESSAGE-L PIC X(120).
       01 RUN-CYCLES-L PIC 9(8) VALUE 0.
       01 SO-USER-NAME-L PIC X(40).
       01 SO-CREDENTIAL-L PIC X(16).
       01 SO-RESULT-L PIC X.
           88 SO-GRANTED-L VALUE "Y".
       01 SO-MESSAGE-L PIC X(120).
       01 SCAN-POS PIC 9(4) VALUE 0.
       01 DIFF-POS PIC 9(4) VALUE 0.
       01 WINDOW-LEN PIC 9(4) VALUE 0.
       01 CASE-RESULT-SW PIC X VALUE "Y".
           88 CASE-PASSED VALUE "Y".
       01 RUN-TOTALS.
           03 CASE-COUNT PIC 9(6) VALUE 0.
           03 PASS-COUNT PIC 9(6) VALUE 0.
           03 FAIL-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "REGRESSION RUN: EVERY CASE THROUGH BF-RUN IN ",
                   "SANDBOX MODE.".
           DISPLAY "OPERATOR USER?".
           ACCEPT OPERATOR-USER.
           DISPLAY "CREDENTIAL?".
           ACCEPT SO-CREDENTIAL-L.
           MOVE OPERATOR-USER TO SO-USER-NAME-L.
           CALL "AUTH-SIGNON" USING SO-USER-NAME-L, SO-CREDENTIAL-L,
                SO-RESULT-L, SO-MESSAGE-L.
           IF NOT SO-GRANTED-L THEN
               DISPLAY "SIGN ON FAILED: ", SO-MESSAGE-L
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           DISPLAY "PROGRAM NAME? BLANK FOR EVERY PROGRAM.".
           ACCEPT FILTER-PROGRAM.
           OPEN INPUT REGRESSION-CASES.
           IF CASE-FILE-NOT-FOUND THEN
               DISPLAY "NO REGRESSION-CASES FILE, NOTHING TO RUN."
               MOVE 4 TO RETURN-CODE
               STOP RUN.
           MOVE FILTER-PROGRAM TO CASE-PROGRAM-NAME.
           MOVE 0 TO CASE-NUMBER.
           START REGRESSION-CASES KEY IS NOT LESS THAN CASE-KEY
               INVALID KEY MOVE 10 TO STATE.
           PERFORM RUN-NEXT-CASE UNTIL DONE.
           CLOSE REGRESSION-CASES.
           DISPLAY " ".
           DISPLAY CASE-COUNT, " CASES RUN, ", PASS-COUNT, " PASSED, ",
                   FAIL-COUNT, " FAILED.".
           IF FAIL-COUNT IS GREATER THAN 0 THEN
               DISPLAY "REGRESSION FAILED."
               MOVE 8 TO RETURN-CODE
           ELSE IF CASE-COUNT IS EQUAL TO 0 THEN
               DISPLAY "NO CASES FOUND, NOTHING RUN."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "REGRESSION CLEAN."
               MOVE 0 TO RETURN-CODE.
           STOP RUN.

       RUN-NEXT-CASE.
           READ REGRESSION-CASES NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               IF FILTER-PROGRAM IS NOT EQUAL TO SPACES AND
                  CASE-PROGRAM-NAME IS NOT EQUAL TO FILTER-PROGRAM THEN
                   MOVE 10 TO STATE
               ELSE
                   PERFORM RUN-CASE.

       RUN-CASE.
           ADD 1 TO CASE-COUNT.
           IF NOT PROGRAM-LOADED OR
              CASE-PROGRAM-NAME IS NOT EQUAL TO LOADED-PROGRAM THEN
               PERFORM LOAD-CASE-PROGRAM.
           IF NOT CASE-PROGRAM-FOUND THEN
               ADD 1 TO FAIL-COUNT
               DISPLAY "FAIL ", CASE-PROGRAM-NAME, " CASE ",
                       CASE-NUMBER, ": PROGRAM NOT FOUND IN ",
                       "PROGRAM-INDEX."
           ELSE
               PERFORM EXECUTE-CASE.

       LOAD-CASE-PROGRAM.
           MOVE CASE-PROGRAM-NAME TO LOADED-PROGRAM.
           MOVE "Y" TO LOADED-SW.
           MOVE "N" TO PROGRAM-FOUND-SW.
           MOVE SPACES TO RUN-BF-CODE.
           MOVE 1 TO BUILD-PTR.
           MOVE SPACES TO VERSION-NOTE.
           PERFORM FIND-PENDING-VERSION.
           IF PENDING-VERSION THEN
               MOVE "Y" TO PROGRAM-FOUND-SW
               MOVE " PENDING VERSION." TO VERSION-NOTE
               OPEN INPUT PROGRAM-CODE
               PERFORM APPEND-INSTRUCTION UNTIL LOAD-DONE
               MOVE 0 TO LOAD-STATE
               CLOSE PROGRAM-CODE
           ELSE
               PERFORM LOAD-LIVE-VERSION.

       FIND-PENDING-VERSION.
           MOVE "N" TO PENDING-VERSION-SW.
           OPEN INPUT PENDING-CHANGES.
           IF NOT CHANGE-FILE-NOT-FOUND THEN
               MOVE CASE-PROGRAM-NAME TO CHG-PROGRAM-NAME
               READ PENDING-CHANGES RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CHG-PROGRAM-REMOVE THEN
                           MOVE "Y" TO PENDING-VERSION-SW
                           MOVE CHG-NEW-ADDR TO PROGRAM-IP
                       END-IF
               END-READ
           END-IF.
           CLOSE PENDING-CHANGES.

       LOAD-LIVE-VERSION.
           OPEN INPUT PROGRAM-INDEX.
           IF INDEX-FILE-NOT-FOUND THEN
               CLOSE PROGRAM-INDEX
           ELSE
               OPEN INPUT PROGRAM-CODE
               MOVE CASE-PROGRAM-NAME TO NAME OF INDEX-ENTRY
               READ PROGRAM-INDEX RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO PROGRAM-FOUND-SW
                       MOVE ADDR OF INDEX-ENTRY TO PROGRAM-IP
                       PERFORM APPEND-INSTRUCTION UNTIL LOAD-DONE
                       MOVE 0 TO LOAD-STATE
               END-READ
               CLOSE PROGRAM-INDEX, PROGRAM-CODE.

       APPEND-INSTRUCTION.
           READ PROGRAM-CODE RECORD
               AT END MOVE 10 TO LOAD-STATE.
           IF NOT LOAD-DONE THEN
               STRING INSTRUCTION-RECORD DELIMITED BY SPACE
                      INTO RUN-BF-CODE WITH POINTER BUILD-PTR
               IF NEXT-IP OF PROGRAM-RECORD IS EQUAL TO 99999 THEN
                   MOVE 10 TO LOAD-STATE
               ELSE
                   MOVE NEXT-IP OF PROGRAM-RECORD TO PROGRAM-IP.

       EXECUTE-CASE.
           MOVE CASE-CYCLE-CEILING TO RUN-CYCLE-LIMIT.
           IF RUN-CYCLE-LIMIT IS EQUAL TO 0 THEN
               MOVE 1000 TO RUN-CYCLE-LIMIT.
           MOVE CASE-INPUT TO RUN-BF-INPUT.
           MOVE SPACES TO RUN-BF-OUTPUT.
           MOVE SPACES TO RUN-MESSAGE-L.
           MOVE 0 TO RUN-STATUS-L.
           MOVE 0 TO RUN-CYCLES-L.
           CALL "BF-RUN" USING RUN-BF-INPUT, RUN-BF-CODE,
                RUN-BF-OUTPUT, RUN-CYCLE-LIMIT, RUN-STATUS-L,
                CASE-PROGRAM-NAME, RUN-RESUME-SWITCH,
                RUN-LIVE-FEED-SWITCH, REGRESSION-CHANNEL,
                OPERATOR-USER, RUN-MESSAGE-L, RUN-CYCLES-L,
                RUN-SANDBOX-SWITCH.
           MOVE "Y" TO CASE-RESULT-SW.
           MOVE 0 TO DIFF-POS.
           IF RUN-BF-OUTPUT IS NOT EQUAL TO CASE-EXPECTED-OUTPUT THEN
               MOVE "N" TO CASE-RESULT-SW
               MOVE 1 TO SCAN-POS
               PERFORM FIND-OUTPUT-DIFFERENCE
                   UNTIL DIFF-POS IS GREATER THAN 0
                      OR SCAN-POS IS GREATER THAN 999.
           IF RUN-STATUS-L IS NOT EQUAL TO CASE-EXPECTED-STATUS THEN
               MOVE "N" TO CASE-RESULT-SW.
           IF CASE-PASSED THEN
               ADD 1 TO PASS-COUNT
               DISPLAY "PASS ", CASE-PROGRAM-NAME, " CASE ",
                       CASE-NUMBER, " STATUS ", RUN-STATUS-L,
                       " AFTER ", RUN-CYCLES-L, " CYCLES.",
                       VERSION-NOTE
           ELSE
               ADD 1 TO FAIL-COUNT
               PERFORM REPORT-CASE-FAILURE.

       FIND-OUTPUT-DIFFERENCE.
           IF RUN-BF-OUTPUT(SCAN-POS:1) IS NOT EQUAL TO
              CASE-EXPECTED-OUTPUT(SCAN-POS:1) THEN
               MOVE SCAN-POS TO DIFF-POS
           ELSE
               ADD 1 TO SCAN-POS.

       REPORT-CASE-FAILURE.
           DISPLAY "FAIL ", CASE-PROGRAM-NAME, " CASE ", CASE-NUMBER,
                   " STATUS ", RUN-STATUS-L, " AFTER ", RUN-CYCLES-L,
                   " CYCLES.", VERSION-NOTE.
           IF RUN-STATUS-L IS NOT EQUAL TO CASE-EXPECTED-STATUS THEN
               DISPLAY "    STATUS EXPECTED ", CASE-EXPECTED-STATUS,
                       ", GOT ", RUN-STATUS-L, ". ", RUN-MESSAGE-L.
           IF DIFF-POS IS GREATER THAN 0 THEN
               COMPUTE WINDOW-LEN = 1000 - DIFF-POS
               IF WINDOW-LEN IS GREATER THAN 40 THEN
                   MOVE 40 TO WINDOW-LEN
               END-IF
               DISPLAY "    OUTPUT FIRST DIFFERS AT POSITION ",
                       DIFF-POS, "."
               DISPLAY "    EXPECTED: ",
                       CASE-EXPECTED-OUTPUT(DIFF-POS:WINDOW-LEN)
               DISPLAY "    ACTUAL:   ",
                       RUN-BF-OUTPUT(DIFF-POS:WINDOW-LEN).
