                   ADD 1 TO MATCH-COUNT
                   DISPLAY STATS-TIMESTAMP, " ", STATS-PROGRAM-NAME,
                           " CYCLES ", STATS-CYCLES, " STATUS ",
                           STATS-RUN-STATUS, " ", STATS-REASON
                   DISPLAY "  CHANNEL ", STATS-CHANNEL, " USER ",
                           STATS-REQUESTING-USER, " UNMAPPED ",
                           STATS-UNMAPPED-COUNT.

       MATCH-STATS-ENTRY.
           MOVE "Y" TO MATCH-SW.
