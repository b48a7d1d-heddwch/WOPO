       WORKING-STORAGE SECTION.
       01 PH-STATE PIC 9(2) VALUE 0.
           88 PH-DONE VALUE 10.
       01 PROGRAM-IP PIC 9(5).
       01 PH-TIMESTAMP PIC X(16).
       01 PH-DATE PIC 9(8).
       01 PH-TIME PIC 9(8).

       LINKAGE SECTION.
       01 PH-PROGRAM-NAME PIC X(16).
       01 PH-START-IP PIC 9(5).
       01 PH-REQUESTING-USER PIC X(40).
       01 PH-TIMESTAMP-OUT PIC X(16).
       01 PH-RESULT PIC X.
                   INVALID KEY
                       SET PH-WRITE-FAILED TO TRUE
               END-WRITE
               IF NEXT-IP OF PROGRAM-RECORD IS EQUAL TO 99999 THEN
                   MOVE 10 TO PH-STATE
               ELSE
                   MOVE NEXT-IP OF PROGRAM-RECORD TO PROGRAM-IP.
