       01 CASE-RECORD.
           03 CASE-KEY.
               05 CASE-PROGRAM-NAME PIC X(16).
               05 CASE-NUMBER PIC 9(4).
           03 CASE-EXPECTED-STATUS PIC 9(2).
           03 CASE-CYCLE-CEILING PIC 9(8).
           03 CASE-INPUT-LEN PIC 9(3).
           03 CASE-INPUT PIC X(999).
           03 CASE-OUTPUT-LEN PIC 9(3).
           03 CASE-EXPECTED-OUTPUT PIC X(999).
