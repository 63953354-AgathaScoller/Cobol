               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EMPREGADO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PONTO-FILE.
       FD  EMPREGADO-FILE.
       COPY "EMPREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-PONTO-STATUS    PIC XX.
