           88 CKPT-FILE-NOT-FOUND VALUE "35".
       01 INDEX-FILE-STATUS PIC XX VALUE SPACES.
           88 INDEX-FILE-NOT-FOUND VALUE "35".
       01 PROGRAM-IP PIC 9(5).
       01 INSPECT-CHANNEL PIC X(50) VALUE SPACES.
       01 INSPECT-PROGRAM PIC X(16) VALUE SPACES.
       01 PROGRAM-FOUND-SW PIC X VALUE "N".
           IF NOT DONE THEN
               STRING INSTRUCTION-RECORD DELIMITED BY SPACE
                      INTO INSPECT-CODE WITH POINTER BUILD-PTR
               IF NEXT-IP OF PROGRAM-RECORD IS EQUAL TO 99999 THEN
                   MOVE 10 TO STATE
               ELSE
                   MOVE NEXT-IP OF PROGRAM-RECORD TO PROGRAM-IP.
