       WORKING-STORAGE SECTION.
       01 STATE PIC 9(2) VALUE 0.
           88 DONE VALUE 10.
       01 PROGRAM-IP PIC 9(5).
       01 DECOMP-DEPTH PIC 99 VALUE 0.
       01 DECOMP-WIDTH PIC 999 VALUE 0.
       01 DECOMP-IP PIC 999.
           IF NOT DONE THEN
               DISPLAY PROGRAM-IP, ".", INSTRUCTION-RECORD, ".",
                       PREV-IP, ".", NEXT-IP
               IF NEXT-IP OF PROGRAM-RECORD IS EQUAL TO 99999 THEN
                   MOVE 10 TO STATE
               ELSE
                   MOVE NEXT-IP OF PROGRAM-RECORD TO PROGRAM-IP.
                       DECOMP-INDENT(1:DECOMP-WIDTH), DECOMP-INSTRUCTION
               IF DECOMP-BEGIN THEN
                   ADD 1 TO DECOMP-DEPTH
               IF NEXT-IP OF PROGRAM-RECORD IS EQUAL TO 99999 THEN
                   MOVE 10 TO STATE
               ELSE
                   MOVE NEXT-IP OF PROGRAM-RECORD TO PROGRAM-IP.
