       01 GL-EXTRACT-RECORD.
           03 GL-RECORD-TYPE PIC X.
               88 GL-DETAIL VALUE "D".
               88 GL-TRAILER VALUE "T".
           03 GL-PERIOD PIC X(6).
           03 GL-BODY PIC X(150).
           03 GL-DETAIL-BODY REDEFINES GL-BODY.
               05 GL-CHANNEL PIC X(50).
               05 GL-PROGRAM-NAME PIC X(16).
               05 GL-REQUESTING-USER PIC X(40).
               05 GL-RUNS PIC 9(6).
               05 GL-ABNORMAL-RUNS PIC 9(6).
               05 GL-CYCLES PIC 9(12).
               05 GL-AMOUNT PIC 9(11)V99.
               05 FILLER PIC X(7).
           03 GL-TRAILER-BODY REDEFINES GL-BODY.
               05 GL-RECORD-COUNT PIC 9(8).
               05 GL-TOTAL-AMOUNT PIC 9(13)V99.
               05 FILLER PIC X(127).
