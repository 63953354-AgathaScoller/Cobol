               RECORD KEY IS ESC-EMPREGADO-ID
               FILE STATUS IS WS-ESCALA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JORNAL-ENT-FILE.
           05 ESC-DESCANSO-1   PIC X(10).
           05 ESC-DESCANSO-2   PIC X(10).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-JORNAL-NOME     PIC X(44).
