               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CTLFD.CPY".
           05 PARM-DATA-INICIO  PIC 9(8).
           05 PARM-DATA-FIM     PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY "CTLWS.CPY".
       COPY "AUDITWS.CPY".
