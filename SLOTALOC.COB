           88 CODE-FILE-NOT-FOUND VALUE "35".
       01 MAP-FILE-STATUS PIC XX VALUE SPACES.
           88 MAP-FILE-NOT-FOUND VALUE "35".
       01 PROGRAM-IP PIC 9(5).
       01 SLOT-NUMBER PIC 9(5).
       01 SCAN-SLOT PIC 9(5) VALUE 0.
       01 FOUND-COUNT PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       01 SA-REQUEST-COUNT PIC 9(3).
       01 SA-SLOT-TABLE.
           03 SA-SLOT PIC 9(5) OCCURS 999 TIMES.
       01 SA-RESULT PIC X.
           88 SA-ALLOCATED VALUE "Y".

           MOVE 0 TO SCAN-SLOT.
           PERFORM TAKE-NEXT-MAP-SLOT
               UNTIL FOUND-COUNT IS EQUAL TO SA-REQUEST-COUNT
                  OR SCAN-SLOT IS GREATER THAN OR EQUAL TO 99998.

       TAKE-NEXT-MAP-SLOT.
           ADD 1 TO SCAN-SLOT.
           MOVE 0 TO SCAN-SLOT.
           PERFORM PROBE-NEXT-SLOT
               UNTIL FOUND-COUNT IS EQUAL TO SA-REQUEST-COUNT
                  OR SCAN-SLOT IS GREATER THAN OR EQUAL TO 99998.
           CLOSE PROGRAM-CODE.

       PROBE-NEXT-SLOT.
