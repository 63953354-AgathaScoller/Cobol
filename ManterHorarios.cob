               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HORARIO-FILE.
       FD  GRADE-REPORT.
       01  GRADE-LINE           PIC X(70).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-HORARIO-STATUS  PIC XX.
