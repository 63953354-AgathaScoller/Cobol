               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSTA-FILE.
       FD  PROPOSTA-REPORT.
       01  REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-PROPOSTA-STATUS PIC XX.
