           IF CKPT-FOUND AND NOT LEDGER-FOUND THEN
               DISPLAY "  ** CHECKPOINT WITH NO LEDGER ENTRY."
               ADD 1 TO EXCEPTION-COUNT.
           IF LEDGER-FOUND AND LEDGER-HELD THEN
               DISPLAY "  ** CHANNEL HELD SINCE ", LEDGER-HELD-AT,
                       ": ", LEDGER-HOLD-REASON
               ADD 1 TO EXCEPTION-COUNT.
           IF QUEUE-BACKLOG IS GREATER THAN ALERT-LIMIT THEN
               DISPLAY "  ** QUEUE BACKLOG OVER ", ALERT-LIMIT,
                       " RECORDS."
