           03 STATS-CYCLE-LIMIT PIC 9(8).
           03 STATS-RUN-STATUS PIC 9(2).
           03 STATS-REASON PIC X(20).
           03 STATS-CHANNEL PIC X(50).
           03 STATS-REQUESTING-USER PIC X(40).
           03 STATS-UNMAPPED-COUNT PIC 9(6).
