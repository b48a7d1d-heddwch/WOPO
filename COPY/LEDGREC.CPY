           03 LEDGER-LAST-START PIC X(14).
           03 LEDGER-LAST-FINISH PIC X(14).
           03 LEDGER-LAST-STATUS PIC 9(2).
           03 LEDGER-FAIL-COUNT PIC 9(4).
           03 LEDGER-HOLD-SW PIC X.
               88 LEDGER-HELD VALUE "Y".
           03 LEDGER-HELD-AT PIC X(14).
           03 LEDGER-HOLD-REASON PIC X(60).
