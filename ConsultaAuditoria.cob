               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GERAL-FILE.
       01  GERAL-REC            PIC X(180).

       FD  DATADO-FILE.
       01  DATADO-REC           PIC X(180).

       FD  CONSULTA-REPORT.
       01  CONSULTA-LINE        PIC X(160).
           05 PARM-OPERADOR     PIC X(10).
           05 PARM-TEXTO        PIC X(20).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "PARMWS.CPY".
