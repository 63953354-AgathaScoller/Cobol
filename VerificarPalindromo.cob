               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PALIN-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CANDIDATOS-FILE.
       FD  PALINDROMO-REPORT.
       01  PALINDROMO-REPORT-LINE PIC X(70).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 MODO-EXECUCAO   PIC X(1).
