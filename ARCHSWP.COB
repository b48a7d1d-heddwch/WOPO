       FD STATS-FILE.
           COPY STATSREC.
       FD STATS-ARCHIVE.
       01 STATS-ARCHIVE-RECORD PIC X(164).
       FD STATS-KEEP.
       01 STATS-KEEP-RECORD PIC X(164).
       FD AUDIT-FILE.
           COPY AUDITREC.
       FD AUDIT-ARCHIVE.
