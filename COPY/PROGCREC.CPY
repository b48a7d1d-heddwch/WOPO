       01 PROGRAM-RECORD.
           03 INSTRUCTION-RECORD PIC X(999).
           03 PREV-IP PIC 9(5).
           03 NEXT-IP PIC 9(5).
