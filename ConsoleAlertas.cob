               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTA-FILE.
       FD  TEMP-FILE.
       01  TEMP-REC             PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-ALERTA-STATUS   PIC XX.
