
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD         PIC X(541).

       FD  NEW-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-HISTORY-RECORD     PIC X(541).

       FD  PURGE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
