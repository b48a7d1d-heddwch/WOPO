       01 XLAT-RECORD.
           03 XLAT-PAGE-NAME PIC X(16).
           03 XLAT-MODE PIC X.
               88 XLAT-CHARACTER-MODE VALUE "C".
               88 XLAT-DECIMAL-MODE VALUE "D".
           03 XLAT-CONTROL-SW PIC X.
               88 XLAT-CONTROL-PASSTHROUGH VALUE "Y".
           03 XLAT-EXTERNAL PIC 9(3) OCCURS 256 TIMES.
