       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CODE-PAGE".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSLATION-TABLE
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XLAT-PAGE-NAME
               FILE STATUS IS XLAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSLATION-TABLE.
           COPY XLATREC.

       WORKING-STORAGE SECTION.
       01 XLAT-FILE-STATUS PIC XX VALUE SPACES.
           88 XLAT-FILE-NOT-FOUND VALUE "35".
       01 XL-CONTROL-SW PIC X VALUE "N".
           88 XL-CONTROL-PASSTHROUGH VALUE "Y".
       01 XL-OUTBOUND-TABLE.
           03 XL-OUTBOUND PIC 9(3) OCCURS 256 TIMES.
       01 XL-INBOUND-TABLE.
           03 XL-INBOUND PIC 9(3) OCCURS 256 TIMES.
       01 XL-IDX PIC 9(3) VALUE 0.
       01 XL-SLOT PIC 9(3) VALUE 0.
       01 XL-BYTE-WORK.
           03 XL-BYTE-VALUE PIC 9(4) USAGE COMPUTATIONAL.
       01 XL-BYTE-VIEW REDEFINES XL-BYTE-WORK.
           03 FILLER PIC X.
           03 XL-BYTE-CHARACTER PIC X.
       01 XL-CFG-KEY-L PIC X(16) VALUE "ENCODING".
       01 XL-CFG-VALUE-L PIC X(64).
       01 XL-CFG-FOUND-L PIC X.
           88 XL-CFG-RESOLVED-L VALUE "Y".

       LINKAGE SECTION.
       01 XL-FUNCTION PIC X.
           88 XL-LOAD VALUE "L".
           88 XL-ENCODE VALUE "E".
           88 XL-DECODE VALUE "D".
       01 XL-CHANNEL-NAME PIC X(50).
       01 XL-CELL PIC 9(3).
       01 XL-CHARACTER PIC X.
       01 XL-MODE PIC X.
           88 XL-ASCII-MODE VALUE SPACE.
           88 XL-CHARACTER-MODE VALUE "C".
           88 XL-DECIMAL-MODE VALUE "D".
       01 XL-PAGE-NAME PIC X(16).
       01 XL-RESULT PIC X.
           88 XL-MAPPED VALUE "Y".
           88 XL-UNMAPPED VALUE "N".

       PROCEDURE DIVISION USING XL-FUNCTION, XL-CHANNEL-NAME, XL-CELL,
                                XL-CHARACTER, XL-MODE, XL-PAGE-NAME,
                                XL-RESULT.
           SET XL-UNMAPPED TO TRUE.
           IF XL-LOAD THEN
               PERFORM LOAD-CHANNEL-PAGE
           ELSE IF XL-ENCODE THEN
               PERFORM ENCODE-CELL
           ELSE IF XL-DECODE THEN
               PERFORM DECODE-CHARACTER.
           EXIT PROGRAM.

       LOAD-CHANNEL-PAGE.
           MOVE SPACE TO XL-MODE.
           MOVE SPACES TO XL-PAGE-NAME.
           MOVE "N" TO XL-CONTROL-SW.
           CALL "CHANNEL-CONFIG" USING XL-CHANNEL-NAME, XL-CFG-KEY-L,
                XL-CFG-VALUE-L, XL-CFG-FOUND-L.
           IF NOT XL-CFG-RESOLVED-L OR
              XL-CFG-VALUE-L IS EQUAL TO SPACES THEN
               SET XL-MAPPED TO TRUE
           ELSE
               MOVE XL-CFG-VALUE-L(1:16) TO XL-PAGE-NAME
               OPEN INPUT TRANSLATION-TABLE
               IF NOT XLAT-FILE-NOT-FOUND THEN
                   MOVE XL-PAGE-NAME TO XLAT-PAGE-NAME
                   READ TRANSLATION-TABLE RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM TAKE-PAGE-ENTRIES
                   END-READ
               END-IF
               CLOSE TRANSLATION-TABLE.

       TAKE-PAGE-ENTRIES.
           SET XL-MAPPED TO TRUE.
           MOVE XLAT-MODE TO XL-MODE.
           MOVE XLAT-CONTROL-SW TO XL-CONTROL-SW.
           PERFORM TAKE-PAGE-ENTRY
               VARYING XL-IDX FROM 1 BY 1
               UNTIL XL-IDX IS GREATER THAN 256.
           PERFORM INVERT-PAGE-ENTRY
               VARYING XL-IDX FROM 1 BY 1
               UNTIL XL-IDX IS GREATER THAN 256.

       TAKE-PAGE-ENTRY.
           MOVE XLAT-EXTERNAL(XL-IDX) TO XL-OUTBOUND(XL-IDX).
           MOVE 999 TO XL-INBOUND(XL-IDX).

       INVERT-PAGE-ENTRY.
           IF XL-OUTBOUND(XL-IDX) IS NOT GREATER THAN 255 THEN
               COMPUTE XL-SLOT = XL-OUTBOUND(XL-IDX) + 1
               IF XL-INBOUND(XL-SLOT) IS EQUAL TO 999 THEN
                   COMPUTE XL-INBOUND(XL-SLOT) = XL-IDX - 1.

       ENCODE-CELL.
           IF XL-CELL IS NOT GREATER THAN 255 THEN
               COMPUTE XL-SLOT = XL-CELL + 1
               IF XL-OUTBOUND(XL-SLOT) IS NOT EQUAL TO 999 THEN
                   MOVE XL-OUTBOUND(XL-SLOT) TO XL-BYTE-VALUE
                   MOVE XL-BYTE-CHARACTER TO XL-CHARACTER
                   SET XL-MAPPED TO TRUE
               ELSE IF XL-CONTROL-PASSTHROUGH AND
                       (XL-CELL IS LESS THAN 32 OR
                        XL-CELL IS EQUAL TO 127) THEN
                   MOVE XL-CELL TO XL-BYTE-VALUE
                   MOVE XL-BYTE-CHARACTER TO XL-CHARACTER
                   SET XL-MAPPED TO TRUE.

       DECODE-CHARACTER.
           MOVE 0 TO XL-BYTE-VALUE.
           MOVE XL-CHARACTER TO XL-BYTE-CHARACTER.
           COMPUTE XL-SLOT = XL-BYTE-VALUE + 1.
           IF XL-INBOUND(XL-SLOT) IS NOT EQUAL TO 999 THEN
               MOVE XL-INBOUND(XL-SLOT) TO XL-CELL
               SET XL-MAPPED TO TRUE
           ELSE IF XL-CONTROL-PASSTHROUGH AND
                   (XL-BYTE-VALUE IS LESS THAN 32 OR
                    XL-BYTE-VALUE IS EQUAL TO 127) THEN
               MOVE XL-BYTE-VALUE TO XL-CELL
               SET XL-MAPPED TO TRUE.
