       01 CHANGE-RECORD.
           03 CHG-PROGRAM-NAME PIC X(16).
           03 CHG-SUBMITTED-BY PIC X(40).
           03 CHG-SUBMITTED-AT PIC X(14).
           03 CHG-OLD-MIN-LEVEL PIC 9(2).
           03 CHG-OLD-ADDR PIC 9(5).
               88 CHG-PROGRAM-ADD VALUE 99999.
           03 CHG-NEW-MIN-LEVEL PIC 9(2).
           03 CHG-NEW-ADDR PIC 9(5).
               88 CHG-PROGRAM-REMOVE VALUE 99999.
