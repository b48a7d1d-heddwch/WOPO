           03 PKG-HEADER-BODY REDEFINES PKG-BODY.
               05 PKG-NAME PIC X(16).
               05 PKG-MIN-LEVEL PIC 9(2).
               05 PKG-FORMAT PIC X(2).
                   88 PKG-FORMAT-WIDE VALUE "02".
               05 FILLER PIC X(1080).
           03 PKG-CODE-BODY REDEFINES PKG-BODY.
               05 PKG-IP PIC 9(5).
               05 PKG-INSTRUCTION PIC X(999).
               05 PKG-PREV-IP PIC 9(5).
               05 PKG-NEXT-IP PIC 9(5).
               05 FILLER PIC X(86).
           03 PKG-HISTORY-BODY REDEFINES PKG-BODY.
               05 PKG-HIST-TIMESTAMP PIC X(16).
               05 PKG-HIST-IP PIC 9(5).
               05 PKG-HIST-INSTRUCTION PIC X(999).
               05 PKG-HIST-PREV-IP PIC 9(5).
               05 PKG-HIST-NEXT-IP PIC 9(5).
               05 PKG-HIST-USER PIC X(40).
               05 FILLER PIC X(30).
           03 PKG-OLD-CODE-BODY REDEFINES PKG-BODY.
               05 PKG-OLD-IP PIC 999.
               05 PKG-OLD-INSTRUCTION PIC X(999).
               05 PKG-OLD-PREV-IP PIC 999.
               05 PKG-OLD-NEXT-IP PIC 999.
               05 FILLER PIC X(92).
           03 PKG-OLD-HISTORY-BODY REDEFINES PKG-BODY.
               05 PKG-OLD-HIST-TIMESTAMP PIC X(16).
               05 PKG-OLD-HIST-IP PIC 999.
               05 PKG-OLD-HIST-INSTRUCTION PIC X(999).
               05 PKG-OLD-HIST-PREV-IP PIC 999.
               05 PKG-OLD-HIST-NEXT-IP PIC 999.
               05 PKG-OLD-HIST-USER PIC X(40).
               05 FILLER PIC X(36).
           03 PKG-TRAILER-BODY REDEFINES PKG-BODY.
               05 PKG-CODE-COUNT PIC 9(4).
