               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURSO-FILE.
       FD  OCUPACAO-REPORT.
       01  REPORT-LINE          PIC X(70).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-CURSO-STATUS    PIC XX.
