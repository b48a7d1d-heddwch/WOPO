           03 HIST-KEY.
               05 HIST-NAME PIC X(16).
               05 HIST-TIMESTAMP PIC X(16).
               05 HIST-IP PIC 9(5).
           03 HIST-INSTRUCTION-RECORD PIC X(999).
           03 HIST-PREV-IP PIC 9(5).
           03 HIST-NEXT-IP PIC 9(5).
           03 HIST-REQUESTING-USER PIC X(40).
