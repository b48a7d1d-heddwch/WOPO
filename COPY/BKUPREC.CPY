       01 BACKUP-RECORD.
           03 BK-FILE-CODE PIC X(2).
               88 BK-CONFIG-FILE VALUE "CF".
               88 BK-USERS-FILE VALUE "US".
               88 BK-CHANNELS-FILE VALUE "CH".
               88 BK-PROGRAM-INDEX-FILE VALUE "PX".
               88 BK-PROGRAM-CODE-FILE VALUE "PC".
               88 BK-HISTORY-FILE VALUE "HF".
               88 BK-FREE-MAP-FILE VALUE "FM".
               88 BK-CHECKPOINT-FILE VALUE "CK".
               88 BK-INPUT-QUEUE-FILE VALUE "IQ".
               88 BK-SPOOL-FILE VALUE "SF".
               88 BK-DEAD-LETTER-FILE VALUE "DL".
               88 BK-LEDGER-FILE VALUE "DG".
               88 BK-BUDGET-FILE VALUE "CB".
               88 BK-STATS-FILE VALUE "ST".
               88 BK-AUDIT-FILE VALUE "AU".
               88 BK-PENDING-FILE VALUE "PD".
               88 BK-CONTROL-FILE VALUE "CT".
               88 BK-RATE-FILE VALUE "RT".
               88 BK-CASE-FILE VALUE "RC".
               88 BK-TRANSLATION-FILE VALUE "XT".
           03 BK-RECORD-TYPE PIC X.
               88 BK-SET-HEADER VALUE "H".
               88 BK-DATA VALUE "D".
               88 BK-TRAILER VALUE "T".
               88 BK-SET-END VALUE "E".
           03 BK-SEQUENCE PIC 9(5).
           03 BK-BODY PIC X(1100).
           03 BK-HEADER-BODY REDEFINES BK-BODY.
               05 BK-SET-TIMESTAMP PIC X(14).
               05 BK-SET-FORMAT PIC X(2).
                   88 BK-FORMAT-CURRENT VALUE "01".
               05 FILLER PIC X(1084).
           03 BK-TRAILER-BODY REDEFINES BK-BODY.
               05 BK-FILE-PRESENT-SW PIC X.
                   88 BK-FILE-PRESENT VALUE "Y".
               05 BK-TRAILER-COUNT PIC 9(8).
               05 BK-TRAILER-HASH PIC 9(15).
               05 FILLER PIC X(1076).
           03 BK-END-BODY REDEFINES BK-BODY.
               05 BK-FILE-COUNT PIC 9(2).
               05 BK-LINE-COUNT PIC 9(9).
               05 FILLER PIC X(1089).
