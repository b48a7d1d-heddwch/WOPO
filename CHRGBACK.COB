       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CHARGEBACK-REPORT".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATS-FILE
               ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-FILE-STATUS.
           SELECT STATS-ARCHIVE
               ASSIGN TO DYNAMIC STATS-ARCHIVE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-ARCH-STATUS.
           SELECT RATE-TABLE
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-CHANNEL
               FILE STATUS IS RATE-FILE-STATUS.
           SELECT GL-EXTRACT
               ASSIGN TO DYNAMIC GL-EXTRACT-NAME
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STATS-FILE.
           COPY STATSREC.
       FD STATS-ARCHIVE.
       01 STATS-ARCHIVE-RECORD PIC X(164).
       FD RATE-TABLE.
           COPY RATEREC.
       FD GL-EXTRACT.
           COPY GLEXREC.

       WORKING-STORAGE SECTION.
       01 STATE PIC 9(2) VALUE 0.
           88 DONE VALUE 10.
       01 STATS-FILE-STATUS PIC XX VALUE SPACES.
           88 STATS-FILE-NOT-FOUND VALUE "35".
       01 STATS-ARCH-STATUS PIC XX VALUE SPACES.
           88 STATS-ARCH-NOT-FOUND VALUE "35".
       01 RATE-FILE-STATUS PIC XX VALUE SPACES.
           88 RATE-FILE-NOT-FOUND VALUE "35".
       01 RATE-OPEN-SW PIC X VALUE "N".
           88 RATE-OPEN VALUE "Y".
       01 DEFAULT-RATE-KEY PIC X(50) VALUE "*DEFAULT*".
       01 DEFAULT-RATE-SW PIC X VALUE "N".
           88 DEFAULT-RATE-FOUND VALUE "Y".
       01 DEFAULT-KCYCLE-RATE PIC 9(5)V9(4) VALUE 0.
       01 DEFAULT-RUN-RATE PIC 9(5)V9(4) VALUE 0.
       01 DEFAULT-SURCHARGE-RATE PIC 9(5)V9(4) VALUE 0.
       01 BILLING-MONTH PIC X(6) VALUE SPACES.
       01 GENERATION-DATE PIC X(8) VALUE SPACES.
       01 GENERATIONS-DONE-SW PIC X VALUE "N".
           88 GENERATIONS-DONE VALUE "Y".
       01 GENERATION-TABLE.
           03 GENERATION-COUNT PIC 9(2) VALUE 0.
           03 GENERATION-ENTRY PIC X(8) OCCURS 50 TIMES.
       01 GENERATION-IDX PIC 9(2) VALUE 0.
       01 GENERATION-SEEN-SW PIC X VALUE "N".
           88 GENERATION-SEEN VALUE "Y".
       01 STATS-ARCHIVE-NAME PIC X(15) VALUE SPACES.
       01 GL-EXTRACT-NAME PIC X(24) VALUE SPACES.
       01 BILL-TABLE.
           03 BILL-COUNT PIC 9(3) VALUE 0.
           03 BILL-ENTRY OCCURS 500 TIMES.
               05 BILL-CHANNEL PIC X(50).
               05 BILL-RATE-SOURCE PIC X.
                   88 BILL-CHANNEL-RATE VALUE "C".
                   88 BILL-DEFAULT-RATE VALUE "D".
                   88 BILL-NO-RATE VALUE "N".
               05 BILL-KCYCLE-RATE PIC 9(5)V9(4).
               05 BILL-RUN-RATE PIC 9(5)V9(4).
               05 BILL-SURCHARGE-RATE PIC 9(5)V9(4).
               05 BILL-RUNS PIC 9(6).
               05 BILL-ABNORMAL-RUNS PIC 9(6).
               05 BILL-CYCLES PIC 9(12).
               05 BILL-AMOUNT PIC 9(11)V99.
       01 BILL-IDX PIC 9(3) VALUE 0.
       01 DETAIL-TABLE.
           03 DETAIL-COUNT PIC 9(4) VALUE 0.
           03 DETAIL-ENTRY OCCURS 2000 TIMES.
               05 DETAIL-BILL-IDX PIC 9(3).
               05 DETAIL-PROGRAM PIC X(16).
               05 DETAIL-USER PIC X(40).
               05 DETAIL-RUNS PIC 9(6).
               05 DETAIL-ABNORMAL-RUNS PIC 9(6).
               05 DETAIL-CYCLES PIC 9(12).
               05 DETAIL-AMOUNT PIC 9(11)V99.
               05 DETAIL-PROGRAM-DONE-SW PIC X.
                   88 DETAIL-PROGRAM-DONE VALUE "Y".
               05 DETAIL-USER-DONE-SW PIC X.
                   88 DETAIL-USER-DONE VALUE "Y".
       01 DETAIL-IDX PIC 9(4) VALUE 0.
       01 GROUP-IDX PIC 9(4) VALUE 0.
       01 ENTRY-FOUND-SW PIC X VALUE "N".
           88 ENTRY-FOUND VALUE "Y".
       01 ABNORMAL-RUN-SW PIC X VALUE "N".
           88 ABNORMAL-RUN VALUE "Y".
       01 RUN-CHARGE PIC 9(9)V99 VALUE 0.
       01 GROUP-PROGRAM PIC X(16) VALUE SPACES.
       01 GROUP-USER PIC X(40) VALUE SPACES.
       01 GROUP-TOTALS.
           03 GROUP-RUNS PIC 9(6).
           03 GROUP-ABNORMAL-RUNS PIC 9(6).
           03 GROUP-CYCLES PIC 9(12).
           03 GROUP-AMOUNT PIC 9(11)V99.
       01 READ-COUNT PIC 9(8) VALUE 0.
       01 PRICED-COUNT PIC 9(8) VALUE 0.
       01 NOT-RUN-COUNT PIC 9(8) VALUE 0.
       01 SKIPPED-COUNT PIC 9(8) VALUE 0.
       01 GL-WRITTEN-COUNT PIC 9(8) VALUE 0.
       01 GRAND-AMOUNT PIC 9(13)V99 VALUE 0.
       01 RATE-LINE.
           03 FILLER PIC X(26) VALUE "  RATES: PER 1000 CYCLES ".
           03 RATE-LINE-KCYCLE PIC ZZZZ9.9999.
           03 FILLER PIC X(9) VALUE " PER RUN ".
           03 RATE-LINE-RUN PIC ZZZZ9.9999.
           03 FILLER PIC X(10) VALUE " ABNORMAL ".
           03 RATE-LINE-SURCHARGE PIC ZZZZ9.9999.
           03 FILLER PIC X VALUE SPACE.
           03 RATE-LINE-SOURCE PIC X(12).
       01 CHARGE-LINE.
           03 CHARGE-LINE-LABEL PIC X(44).
           03 FILLER PIC X(6) VALUE " RUNS ".
           03 CHARGE-LINE-RUNS PIC ZZZZZ9.
           03 FILLER PIC X(10) VALUE " ABNORMAL ".
           03 CHARGE-LINE-ABNORMAL PIC ZZZZZ9.
           03 FILLER PIC X(8) VALUE " CYCLES ".
           03 CHARGE-LINE-CYCLES PIC ZZZZZZZZZZZ9.
           03 FILLER PIC X(8) VALUE " AMOUNT ".
           03 CHARGE-LINE-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 GRAND-LINE.
           03 FILLER PIC X(24) VALUE "TOTAL CHARGED FOR PERIOD".
           03 FILLER PIC X VALUE SPACE.
           03 GRAND-LINE-MONTH PIC X(6).
           03 FILLER PIC X VALUE SPACE.
           03 GRAND-LINE-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY "MONTHLY CHARGEBACK BY CHANNEL AND REQUESTING USER.".
           DISPLAY "BILLING MONTH? YYYYMM.".
           ACCEPT BILLING-MONTH.
           IF BILLING-MONTH IS EQUAL TO SPACES OR
              BILLING-MONTH IS NOT NUMERIC THEN
               DISPLAY "NO VALID BILLING MONTH, NOTHING PRICED."
               STOP RUN.
           PERFORM OPEN-RATE-TABLE.
           PERFORM PRICE-STATS-FILE.
           PERFORM PRICE-ONE-GENERATION UNTIL GENERATIONS-DONE.
           IF RATE-OPEN THEN
               CLOSE RATE-TABLE.
           DISPLAY READ-COUNT, " STATS ENTRIES READ, ", PRICED-COUNT,
                   " RUNS PRICED FOR ", BILLING-MONTH, ", ",
                   NOT-RUN-COUNT, " NOT RUN AND NOT CHARGED.".
           IF SKIPPED-COUNT IS GREATER THAN 0 THEN
               DISPLAY SKIPPED-COUNT,
                       " RUNS NOT PRICED, TABLES FULL.".
           MOVE SPACES TO GL-EXTRACT-NAME.
           STRING "GL-CHARGE-", BILLING-MONTH DELIMITED BY SIZE
                  INTO GL-EXTRACT-NAME.
           OPEN OUTPUT GL-EXTRACT.
           PERFORM PRINT-CHANNEL-INVOICE
               VARYING BILL-IDX FROM 1 BY 1
               UNTIL BILL-IDX IS GREATER THAN BILL-COUNT.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE "T" TO GL-RECORD-TYPE.
           MOVE BILLING-MONTH TO GL-PERIOD.
           MOVE GL-WRITTEN-COUNT TO GL-RECORD-COUNT.
           MOVE GRAND-AMOUNT TO GL-TOTAL-AMOUNT.
           WRITE GL-EXTRACT-RECORD.
           CLOSE GL-EXTRACT.
           MOVE BILLING-MONTH TO GRAND-LINE-MONTH.
           MOVE GRAND-AMOUNT TO GRAND-LINE-AMOUNT.
           DISPLAY GRAND-LINE.
           DISPLAY BILL-COUNT, " CHANNELS INVOICED, ",
                   GL-WRITTEN-COUNT, " LINES WRITTEN TO ",
                   GL-EXTRACT-NAME.
           STOP RUN.

       OPEN-RATE-TABLE.
           OPEN INPUT RATE-TABLE.
           IF RATE-FILE-NOT-FOUND THEN
               CLOSE RATE-TABLE
               DISPLAY "NO RATE-TABLE, RUNS ARE PRICED AT ZERO."
           ELSE
               MOVE "Y" TO RATE-OPEN-SW
               MOVE DEFAULT-RATE-KEY TO RATE-CHANNEL
               READ RATE-TABLE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO DEFAULT-RATE-SW
                       MOVE RATE-PER-KCYCLE TO DEFAULT-KCYCLE-RATE
                       MOVE RATE-PER-RUN TO DEFAULT-RUN-RATE
                       MOVE RATE-ABEND-SURCHARGE
                            TO DEFAULT-SURCHARGE-RATE
               END-READ.

       PRICE-STATS-FILE.
           OPEN INPUT STATS-FILE.
           IF STATS-FILE-NOT-FOUND THEN
               DISPLAY "NO STATS FILE, ONLY ARCHIVED RUNS PRICED."
           ELSE
               MOVE 0 TO STATE
               PERFORM PRICE-STATS-ENTRY UNTIL DONE
               MOVE 0 TO STATE
               CLOSE STATS-FILE.

       PRICE-STATS-ENTRY.
           READ STATS-FILE NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               PERFORM PRICE-RUN-ENTRY.

       PRICE-ONE-GENERATION.
           DISPLAY "STATS-G GENERATION DATE TO INCLUDE? YYYYMMDD, ",
                   "BLANK TO FINISH.".
           ACCEPT GENERATION-DATE.
           IF GENERATION-DATE IS EQUAL TO SPACES THEN
               MOVE "Y" TO GENERATIONS-DONE-SW
           ELSE
               PERFORM CHECK-GENERATION-SEEN
               IF GENERATION-SEEN THEN
                   DISPLAY "GENERATION ", GENERATION-DATE,
                           " ALREADY PRICED, IGNORED."
               ELSE IF GENERATION-COUNT IS NOT LESS THAN 50 THEN
                   DISPLAY "GENERATION TABLE FULL, ",
                           GENERATION-DATE, " IGNORED."
               ELSE
                   ADD 1 TO GENERATION-COUNT
                   MOVE GENERATION-DATE
                        TO GENERATION-ENTRY(GENERATION-COUNT)
                   PERFORM PRICE-STATS-GENERATION.

       CHECK-GENERATION-SEEN.
           MOVE "N" TO GENERATION-SEEN-SW.
           PERFORM SCAN-GENERATION-ENTRY
               VARYING GENERATION-IDX FROM 1 BY 1
               UNTIL GENERATION-IDX IS GREATER THAN GENERATION-COUNT.

       SCAN-GENERATION-ENTRY.
           IF GENERATION-ENTRY(GENERATION-IDX) IS EQUAL TO
              GENERATION-DATE THEN
               MOVE "Y" TO GENERATION-SEEN-SW.

       PRICE-STATS-GENERATION.
           MOVE SPACES TO STATS-ARCHIVE-NAME.
           STRING "STATS-G", GENERATION-DATE DELIMITED BY SIZE
                  INTO STATS-ARCHIVE-NAME.
           OPEN INPUT STATS-ARCHIVE.
           IF STATS-ARCH-NOT-FOUND THEN
               DISPLAY "NO GENERATION ", STATS-ARCHIVE-NAME, "."
           ELSE
               MOVE 0 TO STATE
               PERFORM PRICE-ARCHIVE-ENTRY UNTIL DONE
               MOVE 0 TO STATE
               CLOSE STATS-ARCHIVE.

       PRICE-ARCHIVE-ENTRY.
           READ STATS-ARCHIVE NEXT RECORD
               AT END MOVE 10 TO STATE.
           IF NOT DONE THEN
               MOVE STATS-ARCHIVE-RECORD TO STATS-RECORD
               PERFORM PRICE-RUN-ENTRY.

       PRICE-RUN-ENTRY.
           ADD 1 TO READ-COUNT.
           IF STATS-TIMESTAMP(1:6) IS EQUAL TO BILLING-MONTH THEN
               IF STATS-RUN-STATUS IS GREATER THAN 4 THEN
                   ADD 1 TO NOT-RUN-COUNT
               ELSE
                   PERFORM FIND-BILL-ENTRY
                   IF ENTRY-FOUND THEN
                       PERFORM FIND-DETAIL-ENTRY
                   END-IF
                   IF ENTRY-FOUND THEN
                       PERFORM PRICE-RUN
                   ELSE
                       ADD 1 TO SKIPPED-COUNT
                   END-IF
               END-IF.

       FIND-BILL-ENTRY.
           MOVE "N" TO ENTRY-FOUND-SW.
           MOVE 1 TO BILL-IDX.
           PERFORM SCAN-BILL-ENTRY
               UNTIL BILL-IDX IS GREATER THAN BILL-COUNT
                  OR ENTRY-FOUND.
           IF NOT ENTRY-FOUND AND
              BILL-COUNT IS LESS THAN 500 THEN
               ADD 1 TO BILL-COUNT
               MOVE BILL-COUNT TO BILL-IDX
               MOVE STATS-CHANNEL TO BILL-CHANNEL(BILL-IDX)
               MOVE 0 TO BILL-RUNS(BILL-IDX)
               MOVE 0 TO BILL-ABNORMAL-RUNS(BILL-IDX)
               MOVE 0 TO BILL-CYCLES(BILL-IDX)
               MOVE 0 TO BILL-AMOUNT(BILL-IDX)
               PERFORM LOAD-CHANNEL-RATE
               MOVE "Y" TO ENTRY-FOUND-SW.

       SCAN-BILL-ENTRY.
           IF BILL-CHANNEL(BILL-IDX) IS EQUAL TO STATS-CHANNEL THEN
               MOVE "Y" TO ENTRY-FOUND-SW
           ELSE
               ADD 1 TO BILL-IDX.

       LOAD-CHANNEL-RATE.
           MOVE "N" TO BILL-RATE-SOURCE(BILL-IDX).
           IF RATE-OPEN AND STATS-CHANNEL IS NOT EQUAL TO SPACES THEN
               MOVE STATS-CHANNEL TO RATE-CHANNEL
               READ RATE-TABLE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "C" TO BILL-RATE-SOURCE(BILL-IDX)
                       MOVE RATE-PER-KCYCLE
                            TO BILL-KCYCLE-RATE(BILL-IDX)
                       MOVE RATE-PER-RUN TO BILL-RUN-RATE(BILL-IDX)
                       MOVE RATE-ABEND-SURCHARGE
                            TO BILL-SURCHARGE-RATE(BILL-IDX)
               END-READ.
           IF BILL-NO-RATE(BILL-IDX) AND DEFAULT-RATE-FOUND THEN
               MOVE "D" TO BILL-RATE-SOURCE(BILL-IDX)
               MOVE DEFAULT-KCYCLE-RATE TO BILL-KCYCLE-RATE(BILL-IDX)
               MOVE DEFAULT-RUN-RATE TO BILL-RUN-RATE(BILL-IDX)
               MOVE DEFAULT-SURCHARGE-RATE
                    TO BILL-SURCHARGE-RATE(BILL-IDX).
           IF BILL-NO-RATE(BILL-IDX) THEN
               MOVE 0 TO BILL-KCYCLE-RATE(BILL-IDX)
               MOVE 0 TO BILL-RUN-RATE(BILL-IDX)
               MOVE 0 TO BILL-SURCHARGE-RATE(BILL-IDX).

       FIND-DETAIL-ENTRY.
           MOVE "N" TO ENTRY-FOUND-SW.
           MOVE 1 TO DETAIL-IDX.
           PERFORM SCAN-DETAIL-ENTRY
               UNTIL DETAIL-IDX IS GREATER THAN DETAIL-COUNT
                  OR ENTRY-FOUND.
           IF NOT ENTRY-FOUND AND
              DETAIL-COUNT IS LESS THAN 2000 THEN
               ADD 1 TO DETAIL-COUNT
               MOVE DETAIL-COUNT TO DETAIL-IDX
               MOVE BILL-IDX TO DETAIL-BILL-IDX(DETAIL-IDX)
               MOVE STATS-PROGRAM-NAME TO DETAIL-PROGRAM(DETAIL-IDX)
               MOVE STATS-REQUESTING-USER TO DETAIL-USER(DETAIL-IDX)
               MOVE 0 TO DETAIL-RUNS(DETAIL-IDX)
               MOVE 0 TO DETAIL-ABNORMAL-RUNS(DETAIL-IDX)
               MOVE 0 TO DETAIL-CYCLES(DETAIL-IDX)
               MOVE 0 TO DETAIL-AMOUNT(DETAIL-IDX)
               MOVE "N" TO DETAIL-PROGRAM-DONE-SW(DETAIL-IDX)
               MOVE "N" TO DETAIL-USER-DONE-SW(DETAIL-IDX)
               MOVE "Y" TO ENTRY-FOUND-SW.

       SCAN-DETAIL-ENTRY.
           IF DETAIL-BILL-IDX(DETAIL-IDX) IS EQUAL TO BILL-IDX AND
              DETAIL-PROGRAM(DETAIL-IDX) IS EQUAL TO
              STATS-PROGRAM-NAME AND
              DETAIL-USER(DETAIL-IDX) IS EQUAL TO
              STATS-REQUESTING-USER THEN
               MOVE "Y" TO ENTRY-FOUND-SW
           ELSE
               ADD 1 TO DETAIL-IDX.

       PRICE-RUN.
           ADD 1 TO PRICED-COUNT.
           IF STATS-RUN-STATUS IS EQUAL TO 2 OR
              STATS-RUN-STATUS IS EQUAL TO 3 OR
              STATS-RUN-STATUS IS EQUAL TO 4 THEN
               MOVE "Y" TO ABNORMAL-RUN-SW
           ELSE
               MOVE "N" TO ABNORMAL-RUN-SW.
           COMPUTE RUN-CHARGE ROUNDED =
               STATS-CYCLES * BILL-KCYCLE-RATE(BILL-IDX) / 1000
               + BILL-RUN-RATE(BILL-IDX).
           IF ABNORMAL-RUN THEN
               ADD BILL-SURCHARGE-RATE(BILL-IDX) TO RUN-CHARGE
                   ROUNDED
               ADD 1 TO BILL-ABNORMAL-RUNS(BILL-IDX)
               ADD 1 TO DETAIL-ABNORMAL-RUNS(DETAIL-IDX).
           ADD 1 TO BILL-RUNS(BILL-IDX).
           ADD STATS-CYCLES TO BILL-CYCLES(BILL-IDX).
           ADD RUN-CHARGE TO BILL-AMOUNT(BILL-IDX).
           ADD 1 TO DETAIL-RUNS(DETAIL-IDX).
           ADD STATS-CYCLES TO DETAIL-CYCLES(DETAIL-IDX).
           ADD RUN-CHARGE TO DETAIL-AMOUNT(DETAIL-IDX).
           ADD RUN-CHARGE TO GRAND-AMOUNT.

       PRINT-CHANNEL-INVOICE.
           DISPLAY "================================================",
                   "================================================".
           DISPLAY "CHARGEBACK INVOICE FOR PERIOD ", BILLING-MONTH.
           IF BILL-CHANNEL(BILL-IDX) IS EQUAL TO SPACES THEN
               DISPLAY "CHANNEL NOT RECORDED"
           ELSE
               DISPLAY "CHANNEL ", BILL-CHANNEL(BILL-IDX).
           MOVE BILL-KCYCLE-RATE(BILL-IDX) TO RATE-LINE-KCYCLE.
           MOVE BILL-RUN-RATE(BILL-IDX) TO RATE-LINE-RUN.
           MOVE BILL-SURCHARGE-RATE(BILL-IDX) TO RATE-LINE-SURCHARGE.
           IF BILL-CHANNEL-RATE(BILL-IDX) THEN
               MOVE "CHANNEL RATE" TO RATE-LINE-SOURCE
           ELSE IF BILL-DEFAULT-RATE(BILL-IDX) THEN
               MOVE "DEFAULT RATE" TO RATE-LINE-SOURCE
           ELSE
               MOVE "NO RATE" TO RATE-LINE-SOURCE.
           DISPLAY RATE-LINE.
           DISPLAY "BY PROGRAM AND REQUESTING USER:".
           PERFORM PRINT-PROGRAM-GROUP
               VARYING DETAIL-IDX FROM 1 BY 1
               UNTIL DETAIL-IDX IS GREATER THAN DETAIL-COUNT.
           DISPLAY "BY REQUESTING USER:".
           PERFORM PRINT-USER-GROUP
               VARYING DETAIL-IDX FROM 1 BY 1
               UNTIL DETAIL-IDX IS GREATER THAN DETAIL-COUNT.
           MOVE "CHANNEL TOTAL" TO CHARGE-LINE-LABEL.
           MOVE BILL-RUNS(BILL-IDX) TO CHARGE-LINE-RUNS.
           MOVE BILL-ABNORMAL-RUNS(BILL-IDX) TO CHARGE-LINE-ABNORMAL.
           MOVE BILL-CYCLES(BILL-IDX) TO CHARGE-LINE-CYCLES.
           MOVE BILL-AMOUNT(BILL-IDX) TO CHARGE-LINE-AMOUNT.
           DISPLAY CHARGE-LINE.

       PRINT-PROGRAM-GROUP.
           IF DETAIL-BILL-IDX(DETAIL-IDX) IS EQUAL TO BILL-IDX AND
              NOT DETAIL-PROGRAM-DONE(DETAIL-IDX) THEN
               MOVE DETAIL-PROGRAM(DETAIL-IDX) TO GROUP-PROGRAM
               MOVE ZEROS TO GROUP-TOTALS
               DISPLAY "  PROGRAM ", GROUP-PROGRAM
               PERFORM PRINT-PROGRAM-USER-LINE
                   VARYING GROUP-IDX FROM DETAIL-IDX BY 1
                   UNTIL GROUP-IDX IS GREATER THAN DETAIL-COUNT
               MOVE "    PROGRAM TOTAL" TO CHARGE-LINE-LABEL
               PERFORM DISPLAY-GROUP-TOTALS.

       PRINT-PROGRAM-USER-LINE.
           IF DETAIL-BILL-IDX(GROUP-IDX) IS EQUAL TO BILL-IDX AND
              DETAIL-PROGRAM(GROUP-IDX) IS EQUAL TO GROUP-PROGRAM THEN
               MOVE "Y" TO DETAIL-PROGRAM-DONE-SW(GROUP-IDX)
               MOVE SPACES TO CHARGE-LINE-LABEL
               MOVE DETAIL-USER(GROUP-IDX) TO CHARGE-LINE-LABEL(5:40)
               IF DETAIL-USER(GROUP-IDX) IS EQUAL TO SPACES THEN
                   MOVE "USER NOT RECORDED" TO CHARGE-LINE-LABEL(5:40)
               END-IF
               MOVE DETAIL-RUNS(GROUP-IDX) TO CHARGE-LINE-RUNS
               MOVE DETAIL-ABNORMAL-RUNS(GROUP-IDX)
                    TO CHARGE-LINE-ABNORMAL
               MOVE DETAIL-CYCLES(GROUP-IDX) TO CHARGE-LINE-CYCLES
               MOVE DETAIL-AMOUNT(GROUP-IDX) TO CHARGE-LINE-AMOUNT
               DISPLAY CHARGE-LINE
               PERFORM ADD-TO-GROUP-TOTALS
               PERFORM WRITE-GL-DETAIL.

       PRINT-USER-GROUP.
           IF DETAIL-BILL-IDX(DETAIL-IDX) IS EQUAL TO BILL-IDX AND
              NOT DETAIL-USER-DONE(DETAIL-IDX) THEN
               MOVE DETAIL-USER(DETAIL-IDX) TO GROUP-USER
               MOVE ZEROS TO GROUP-TOTALS
               PERFORM ADD-USER-LINE
                   VARYING GROUP-IDX FROM DETAIL-IDX BY 1
                   UNTIL GROUP-IDX IS GREATER THAN DETAIL-COUNT
               MOVE SPACES TO CHARGE-LINE-LABEL
               MOVE GROUP-USER TO CHARGE-LINE-LABEL(3:40)
               IF GROUP-USER IS EQUAL TO SPACES THEN
                   MOVE "USER NOT RECORDED" TO CHARGE-LINE-LABEL(3:40)
               END-IF
               PERFORM DISPLAY-GROUP-TOTALS.

       ADD-USER-LINE.
           IF DETAIL-BILL-IDX(GROUP-IDX) IS EQUAL TO BILL-IDX AND
              DETAIL-USER(GROUP-IDX) IS EQUAL TO GROUP-USER THEN
               MOVE "Y" TO DETAIL-USER-DONE-SW(GROUP-IDX)
               PERFORM ADD-TO-GROUP-TOTALS.

       ADD-TO-GROUP-TOTALS.
           ADD DETAIL-RUNS(GROUP-IDX) TO GROUP-RUNS.
           ADD DETAIL-ABNORMAL-RUNS(GROUP-IDX) TO GROUP-ABNORMAL-RUNS.
           ADD DETAIL-CYCLES(GROUP-IDX) TO GROUP-CYCLES.
           ADD DETAIL-AMOUNT(GROUP-IDX) TO GROUP-AMOUNT.

       DISPLAY-GROUP-TOTALS.
           MOVE GROUP-RUNS TO CHARGE-LINE-RUNS.
           MOVE GROUP-ABNORMAL-RUNS TO CHARGE-LINE-ABNORMAL.
           MOVE GROUP-CYCLES TO CHARGE-LINE-CYCLES.
           MOVE GROUP-AMOUNT TO CHARGE-LINE-AMOUNT.
           DISPLAY CHARGE-LINE.

       WRITE-GL-DETAIL.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE "D" TO GL-RECORD-TYPE.
           MOVE BILLING-MONTH TO GL-PERIOD.
           MOVE BILL-CHANNEL(BILL-IDX) TO GL-CHANNEL.
           MOVE DETAIL-PROGRAM(GROUP-IDX) TO GL-PROGRAM-NAME.
           MOVE DETAIL-USER(GROUP-IDX) TO GL-REQUESTING-USER.
           MOVE DETAIL-RUNS(GROUP-IDX) TO GL-RUNS.
           MOVE DETAIL-ABNORMAL-RUNS(GROUP-IDX) TO GL-ABNORMAL-RUNS.
           MOVE DETAIL-CYCLES(GROUP-IDX) TO GL-CYCLES.
           MOVE DETAIL-AMOUNT(GROUP-IDX) TO GL-AMOUNT.
           WRITE GL-EXTRACT-RECORD.
           ADD 1 TO GL-WRITTEN-COUNT.
