               RECORD KEY IS TM-TERMINAL
               FILE STATUS IS WS-TERMINAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERMINAL-FILE.
       COPY "TERMREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-TERMINAL-STATUS PIC XX.
