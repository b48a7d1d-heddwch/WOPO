           88 DONE VALUE 10.
       01 INDEX-FILE-STATUS PIC XX VALUE SPACES.
           88 INDEX-FILE-NOT-FOUND VALUE "35".
       01 PROGRAM-IP PIC 9(5).
       01 PROGRAM-FOUND-SW PIC X VALUE "N".
           88 TEST-PROGRAM-FOUND VALUE "Y".
       01 BUILD-PTR PIC 9(4).
           IF NOT DONE THEN
               STRING INSTRUCTION-RECORD DELIMITED BY SPACE
                      INTO RUN-BF-CODE WITH POINTER BUILD-PTR
               IF NEXT-IP OF PROGRAM-RECORD IS EQUAL TO 99999 THEN
                   MOVE 10 TO STATE
               ELSE
                   MOVE NEXT-IP OF PROGRAM-RECORD TO PROGRAM-IP.
