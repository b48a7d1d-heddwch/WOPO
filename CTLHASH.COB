       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CONTROL-HASH".

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 CH-LEN PIC 9(4) VALUE 0.
       01 CH-POS PIC 9(4) VALUE 0.
       01 CH-WEIGHT PIC 9 VALUE 0.
       01 CH-CYCLE PIC 9(4) VALUE 0.
       01 CH-BYTE-WORK.
           03 CH-BYTE-VALUE PIC 9(4) USAGE COMPUTATIONAL.
       01 CH-BYTE-VIEW REDEFINES CH-BYTE-WORK.
           03 FILLER PIC X.
           03 CH-BYTE-CHARACTER PIC X.

       LINKAGE SECTION.
       01 CH-DATA PIC X(999).
       01 CH-HASH PIC 9(6).

       PROCEDURE DIVISION USING CH-DATA, CH-HASH.
           MOVE 999 TO CH-LEN.
           PERFORM TRIM-DATA
               UNTIL CH-LEN IS EQUAL TO 0
                  OR CH-DATA(CH-LEN:1) IS NOT EQUAL TO SPACE.
           MOVE 0 TO CH-HASH.
           PERFORM ADD-CHARACTER-VALUE
               VARYING CH-POS FROM 1 BY 1
               UNTIL CH-POS IS GREATER THAN CH-LEN.
           EXIT PROGRAM.

       TRIM-DATA.
           SUBTRACT 1 FROM CH-LEN.

       ADD-CHARACTER-VALUE.
           MOVE 0 TO CH-BYTE-VALUE.
           MOVE CH-DATA(CH-POS:1) TO CH-BYTE-CHARACTER.
           DIVIDE CH-POS BY 3 GIVING CH-CYCLE REMAINDER CH-WEIGHT.
           ADD 1 TO CH-WEIGHT.
           COMPUTE CH-HASH = CH-HASH + CH-BYTE-VALUE * CH-WEIGHT.
