               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
           05 PARM-CURSO-COD   PIC X(6).
           05 PARM-NOTA OCCURS 10 TIMES PIC 9(2)V99.

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "PARMWS.CPY".
