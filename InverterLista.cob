               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PALAVRAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PALAVRAS-FILE.
       01  PALAVRAS-REC     PIC X(20).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-PALAVRAS-STATUS PIC XX.
