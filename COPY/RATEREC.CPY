       01 RATE-RECORD.
           03 RATE-CHANNEL PIC X(50).
           03 RATE-PER-KCYCLE PIC 9(5)V9(4).
           03 RATE-PER-RUN PIC 9(5)V9(4).
           03 RATE-ABEND-SURCHARGE PIC 9(5)V9(4).
