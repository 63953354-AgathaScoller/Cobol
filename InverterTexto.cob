               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAIDA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEXTO-ENTRADA-FILE.
       FD  TEXTO-SAIDA-FILE.
       01  TEXTO-SAIDA-REC      PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 MODO-EXECUCAO PIC X(1).
