               05 DAY-BAD-INSTR-COUNT PIC 9(6).
               05 DAY-UNAUTH-COUNT PIC 9(6).
               05 DAY-BUDGET-COUNT PIC 9(6).
               05 DAY-UNBALANCED-COUNT PIC 9(6).
               05 DAY-UNMAPPED-COUNT PIC 9(8).
       01 PROGRAM-TABLE.
           03 PROGRAM-ENTRY-COUNT PIC 9(3) VALUE 0.
           03 PROGRAM-ENTRY OCCURS 200 TIMES.
               05 SUM-BAD-INSTR-COUNT PIC 9(6).
               05 SUM-UNAUTH-COUNT PIC 9(6).
               05 SUM-BUDGET-COUNT PIC 9(6).
               05 SUM-UNBALANCED-COUNT PIC 9(6).
               05 SUM-UNMAPPED-COUNT PIC 9(8).
       01 DAY-IDX PIC 9(3) VALUE 0.
       01 PROGRAM-IDX PIC 9(3) VALUE 0.
       01 ENTRY-FOUND-SW PIC X VALUE "N".
           03 REASON-LINE-UNAUTH PIC ZZZZZ9.
           03 FILLER PIC X(14) VALUE " UNAUTHORIZED ".
           03 REASON-LINE-BUDGET PIC ZZZZZ9.
           03 FILLER PIC X(13) VALUE " BUDGET-SKIP ".
           03 REASON-LINE-UNBALANCED PIC ZZZZZ9.
           03 FILLER PIC X(18) VALUE " UNBALANCED-LOOPS ".
           03 REASON-LINE-UNMAPPED PIC ZZZZZZZ9.
           03 FILLER PIC X(9) VALUE " UNMAPPED".

       PROCEDURE DIVISION.
           DISPLAY "RUN STATISTICS REPORT.".
               MOVE 0 TO DAY-BAD-INSTR-COUNT(DAY-IDX)
               MOVE 0 TO DAY-UNAUTH-COUNT(DAY-IDX)
               MOVE 0 TO DAY-BUDGET-COUNT(DAY-IDX)
               MOVE 0 TO DAY-UNBALANCED-COUNT(DAY-IDX)
               MOVE 0 TO DAY-UNMAPPED-COUNT(DAY-IDX)
               MOVE "Y" TO ENTRY-FOUND-SW.

       SCAN-DAY-ENTRY.
       TALLY-DAY-ENTRY.
           ADD 1 TO DAY-RUNS(DAY-IDX).
           ADD STATS-CYCLES TO DAY-TOTAL-CYCLES(DAY-IDX).
           ADD STATS-UNMAPPED-COUNT TO DAY-UNMAPPED-COUNT(DAY-IDX).
           IF STATS-RUN-STATUS IS EQUAL TO 0 THEN
               ADD 1 TO DAY-NORMAL-COUNT(DAY-IDX)
           ELSE IF STATS-RUN-STATUS IS EQUAL TO 1 THEN
           ELSE IF STATS-RUN-STATUS IS EQUAL TO 5 THEN
               ADD 1 TO DAY-UNAUTH-COUNT(DAY-IDX)
           ELSE IF STATS-RUN-STATUS IS EQUAL TO 6 THEN
               ADD 1 TO DAY-BUDGET-COUNT(DAY-IDX)
           ELSE IF STATS-RUN-STATUS IS EQUAL TO 7 THEN
               ADD 1 TO DAY-UNBALANCED-COUNT(DAY-IDX).

       FIND-PROGRAM-ENTRY.
           MOVE "N" TO ENTRY-FOUND-SW.
               MOVE 0 TO SUM-BAD-INSTR-COUNT(PROGRAM-IDX)
               MOVE 0 TO SUM-UNAUTH-COUNT(PROGRAM-IDX)
               MOVE 0 TO SUM-BUDGET-COUNT(PROGRAM-IDX)
               MOVE 0 TO SUM-UNBALANCED-COUNT(PROGRAM-IDX)
               MOVE 0 TO SUM-UNMAPPED-COUNT(PROGRAM-IDX)
               MOVE "Y" TO ENTRY-FOUND-SW.

       SCAN-PROGRAM-ENTRY.
       TALLY-PROGRAM-ENTRY.
           ADD 1 TO SUM-RUNS(PROGRAM-IDX).
           ADD STATS-CYCLES TO SUM-TOTAL-CYCLES(PROGRAM-IDX).
           ADD STATS-UNMAPPED-COUNT TO SUM-UNMAPPED-COUNT(PROGRAM-IDX).
           IF STATS-RUN-STATUS IS EQUAL TO 0 THEN
               ADD 1 TO SUM-NORMAL-COUNT(PROGRAM-IDX)
           ELSE IF STATS-RUN-STATUS IS EQUAL TO 1 THEN
           ELSE IF STATS-RUN-STATUS IS EQUAL TO 5 THEN
               ADD 1 TO SUM-UNAUTH-COUNT(PROGRAM-IDX)
           ELSE IF STATS-RUN-STATUS IS EQUAL TO 6 THEN
               ADD 1 TO SUM-BUDGET-COUNT(PROGRAM-IDX)
           ELSE IF STATS-RUN-STATUS IS EQUAL TO 7 THEN
               ADD 1 TO SUM-UNBALANCED-COUNT(PROGRAM-IDX).

       PRINT-DAY-ENTRY.
           MOVE DAY-PROGRAM(DAY-IDX) TO DAY-LINE-PROGRAM.
           MOVE DAY-BAD-INSTR-COUNT(DAY-IDX) TO REASON-LINE-BAD-INSTR.
           MOVE DAY-UNAUTH-COUNT(DAY-IDX) TO REASON-LINE-UNAUTH.
           MOVE DAY-BUDGET-COUNT(DAY-IDX) TO REASON-LINE-BUDGET.
           MOVE DAY-UNBALANCED-COUNT(DAY-IDX)
                TO REASON-LINE-UNBALANCED.
           MOVE DAY-UNMAPPED-COUNT(DAY-IDX) TO REASON-LINE-UNMAPPED.
           DISPLAY REASON-LINE.

       PRINT-PROGRAM-ENTRY.
                TO REASON-LINE-UNAUTH.
           MOVE SUM-BUDGET-COUNT(PROGRAM-IDX)
                TO REASON-LINE-BUDGET.
           MOVE SUM-UNBALANCED-COUNT(PROGRAM-IDX)
                TO REASON-LINE-UNBALANCED.
           MOVE SUM-UNMAPPED-COUNT(PROGRAM-IDX)
                TO REASON-LINE-UNMAPPED.
           DISPLAY REASON-LINE.
