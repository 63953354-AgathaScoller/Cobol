               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADO-FILE.
           05 PARM-DATA-INICIO  PIC 9(8).
           05 PARM-DATA-FIM     PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "PARMWS.CPY".
