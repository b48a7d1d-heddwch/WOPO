       01 INDEX-ENTRY.
           03 NAME PIC X(16).
           03 MIN-LEVEL PIC 9(2).
           03 ADDR PIC 9(5).
