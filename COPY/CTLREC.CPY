       01 CONTROL-RECORD.
           03 CTL-KEY.
               05 CTL-CHANNEL PIC X(50).
               05 CTL-DATE PIC X(8).
           03 CTL-TOTALS.
               05 CTL-LOADED-COUNT PIC 9(8).
               05 CTL-LOADED-HASH PIC 9(12).
               05 CTL-ROUTED-IN-COUNT PIC 9(8).
               05 CTL-ROUTED-IN-HASH PIC 9(12).
               05 CTL-REQUEUED-COUNT PIC 9(8).
               05 CTL-REQUEUED-HASH PIC 9(12).
               05 CTL-CONSUMED-COUNT PIC 9(8).
               05 CTL-CONSUMED-HASH PIC 9(12).
               05 CTL-DEAD-COUNT PIC 9(8).
               05 CTL-DEAD-HASH PIC 9(12).
               05 CTL-SPOOLED-COUNT PIC 9(8).
               05 CTL-SPOOLED-HASH PIC 9(12).
               05 CTL-DELIVERED-COUNT PIC 9(8).
               05 CTL-DELIVERED-HASH PIC 9(12).
               05 CTL-ROUTED-OUT-COUNT PIC 9(8).
               05 CTL-ROUTED-OUT-HASH PIC 9(12).
               05 CTL-OPEN-BACKLOG-COUNT PIC 9(8).
               05 CTL-OPEN-BACKLOG-HASH PIC 9(12).
               05 CTL-CLOSE-BACKLOG-COUNT PIC 9(8).
               05 CTL-CLOSE-BACKLOG-HASH PIC 9(12).
               05 CTL-OPEN-PENDING-COUNT PIC 9(8).
               05 CTL-OPEN-PENDING-HASH PIC 9(12).
               05 CTL-CLOSE-PENDING-COUNT PIC 9(8).
               05 CTL-CLOSE-PENDING-HASH PIC 9(12).
           03 CTL-TOTAL-TABLE REDEFINES CTL-TOTALS.
               05 CTL-TOTAL OCCURS 12 TIMES.
                   07 CTL-TOTAL-COUNT PIC 9(8).
                   07 CTL-TOTAL-HASH PIC 9(12).
           03 CTL-CLOSED-AT PIC X(14).
