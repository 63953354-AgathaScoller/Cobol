               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REIMPRESSAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "SPOOLFD.CPY".
       FD  REIMPRESSAO-FILE.
       01  REIMPRESSAO-REC      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "SPOOLWS.CPY".
