               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOGAIS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEXTO-FILE.
       FD  VOGAIS-REPORT.
       01  VOGAIS-REPORT-LINE  PIC X(60).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 MODO-EXECUCAO PIC X(1).
