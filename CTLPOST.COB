       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CONTROL-POST".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-TOTALS
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-KEY
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT CONFIG
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONFIG-KEY
               FILE STATUS IS CONFIG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-TOTALS.
           COPY CTLREC.
       FD CONFIG.
           COPY CONFIGREC.

       WORKING-STORAGE SECTION.
       01 CTL-FILE-STATUS PIC XX VALUE SPACES.
           88 CTL-FILE-NOT-FOUND VALUE "35".
       01 CONFIG-FILE-STATUS PIC XX VALUE SPACES.
           88 CONFIG-FILE-NOT-FOUND VALUE "35".
       01 CP-SYSTEM-DATE PIC 9(8).
       01 CP-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 CP-RECORD-FOUND-SW PIC X VALUE "N".
           88 CP-RECORD-FOUND VALUE "Y".
       01 CP-DAY-CLOSED-SW PIC X VALUE "N".
           88 CP-DAY-CLOSED VALUE "Y".
       01 CP-CLOSED-DATE PIC X(8) VALUE SPACES.
       01 CP-DATE-WORK.
           03 CP-WORK-YEAR PIC 9(4).
           03 CP-WORK-MONTH PIC 9(2).
           03 CP-WORK-DAY PIC 9(2).
       01 CP-MONTH-DAYS-VALUES PIC X(24)
               VALUE "312831303130313130313031".
       01 CP-MONTH-DAYS-TABLE REDEFINES CP-MONTH-DAYS-VALUES.
           03 CP-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01 CP-MONTH-LENGTH PIC 9(2) VALUE 0.
       01 CP-LEAP-QUOTIENT PIC 9(4) VALUE 0.
       01 CP-LEAP-REMAINDER PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       01 CP-CHANNEL PIC X(50).
       01 CP-DATE PIC X(8).
       01 CP-TOTAL-CODE PIC 9(2).
           88 CP-VALID-CODE VALUES 1 THRU 12.
       01 CP-COUNT PIC 9(8).
       01 CP-HASH PIC 9(12).

       PROCEDURE DIVISION USING CP-CHANNEL, CP-DATE, CP-TOTAL-CODE,
                                CP-COUNT, CP-HASH.
           IF CP-VALID-CODE AND CP-CHANNEL IS NOT EQUAL TO SPACES AND
              (CP-COUNT IS GREATER THAN 0 OR
               CP-HASH IS GREATER THAN 0) THEN
               IF CP-DATE IS EQUAL TO SPACES THEN
                   PERFORM RESOLVE-BUSINESS-DATE
               ELSE
                   MOVE CP-DATE TO CP-BUSINESS-DATE
               END-IF
               PERFORM POST-CONTROL-TOTAL.
           EXIT PROGRAM.

       RESOLVE-BUSINESS-DATE.
           ACCEPT CP-SYSTEM-DATE FROM DATE YYYYMMDD.
           MOVE CP-SYSTEM-DATE TO CP-BUSINESS-DATE.
           OPEN INPUT CONFIG.
           IF CONFIG-FILE-NOT-FOUND THEN
               CLOSE CONFIG
           ELSE
               MOVE "BUSINESS-DATE" TO CONFIG-KEY
               READ CONFIG RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CONFIG-VALUE(1:8) IS NUMERIC THEN
                           MOVE CONFIG-VALUE(1:8) TO CP-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE CONFIG.

       POST-CONTROL-TOTAL.
           OPEN I-O CONTROL-TOTALS.
           IF CTL-FILE-NOT-FOUND THEN
               OPEN OUTPUT CONTROL-TOTALS
               CLOSE CONTROL-TOTALS
               OPEN I-O CONTROL-TOTALS.
           PERFORM READ-POSTING-DAY.
           IF CP-DAY-CLOSED THEN
               MOVE CP-BUSINESS-DATE TO CP-CLOSED-DATE
               PERFORM ROLL-TO-NEXT-DAY UNTIL NOT CP-DAY-CLOSED
               DISPLAY "LATE CONTROL POSTING FOR ", CP-CHANNEL, " ",
                       CP-CLOSED-DATE, " ALREADY CLOSED, CARRIED TO ",
                       CP-BUSINESS-DATE.
           IF NOT CP-RECORD-FOUND THEN
               MOVE CP-CHANNEL TO CTL-CHANNEL
               MOVE CP-BUSINESS-DATE TO CTL-DATE
               MOVE ZEROS TO CTL-TOTALS
               MOVE SPACES TO CTL-CLOSED-AT.
           ADD CP-COUNT TO CTL-TOTAL-COUNT(CP-TOTAL-CODE).
           ADD CP-HASH TO CTL-TOTAL-HASH(CP-TOTAL-CODE).
           IF CP-RECORD-FOUND THEN
               REWRITE CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "CONTROL TOTAL NOT POSTED FOR ",
                               CP-CHANNEL, " ", CP-BUSINESS-DATE
               END-REWRITE
           ELSE
               WRITE CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "CONTROL TOTAL NOT POSTED FOR ",
                               CP-CHANNEL, " ", CP-BUSINESS-DATE
               END-WRITE.
           CLOSE CONTROL-TOTALS.

       READ-POSTING-DAY.
           MOVE CP-CHANNEL TO CTL-CHANNEL.
           MOVE CP-BUSINESS-DATE TO CTL-DATE.
           MOVE "N" TO CP-RECORD-FOUND-SW.
           MOVE "N" TO CP-DAY-CLOSED-SW.
           READ CONTROL-TOTALS RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO CP-RECORD-FOUND-SW
                   IF CTL-CLOSED-AT IS NOT EQUAL TO SPACES THEN
                       MOVE "Y" TO CP-DAY-CLOSED-SW
                   END-IF
           END-READ.

       ROLL-TO-NEXT-DAY.
           PERFORM ADVANCE-BUSINESS-DATE.
           PERFORM READ-POSTING-DAY.

       ADVANCE-BUSINESS-DATE.
           MOVE CP-BUSINESS-DATE TO CP-DATE-WORK.
           IF CP-WORK-MONTH IS LESS THAN 1 OR
              CP-WORK-MONTH IS GREATER THAN 12 THEN
               MOVE 31 TO CP-MONTH-LENGTH
           ELSE
               MOVE CP-MONTH-DAYS(CP-WORK-MONTH) TO CP-MONTH-LENGTH.
           IF CP-WORK-MONTH IS EQUAL TO 2 THEN
               PERFORM CHECK-LEAP-YEAR.
           ADD 1 TO CP-WORK-DAY.
           IF CP-WORK-DAY IS GREATER THAN CP-MONTH-LENGTH THEN
               MOVE 1 TO CP-WORK-DAY
               ADD 1 TO CP-WORK-MONTH
               IF CP-WORK-MONTH IS GREATER THAN 12 THEN
                   MOVE 1 TO CP-WORK-MONTH
                   ADD 1 TO CP-WORK-YEAR.
           MOVE CP-DATE-WORK TO CP-BUSINESS-DATE.

       CHECK-LEAP-YEAR.
           DIVIDE CP-WORK-YEAR BY 4 GIVING CP-LEAP-QUOTIENT
               REMAINDER CP-LEAP-REMAINDER.
           IF CP-LEAP-REMAINDER IS EQUAL TO 0 THEN
               MOVE 29 TO CP-MONTH-LENGTH
               DIVIDE CP-WORK-YEAR BY 100 GIVING CP-LEAP-QUOTIENT
                   REMAINDER CP-LEAP-REMAINDER
               IF CP-LEAP-REMAINDER IS EQUAL TO 0 THEN
                   MOVE 28 TO CP-MONTH-LENGTH
                   DIVIDE CP-WORK-YEAR BY 400 GIVING CP-LEAP-QUOTIENT
                       REMAINDER CP-LEAP-REMAINDER
                   IF CP-LEAP-REMAINDER IS EQUAL TO 0 THEN
                       MOVE 29 TO CP-MONTH-LENGTH.
