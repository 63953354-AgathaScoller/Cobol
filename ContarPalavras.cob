       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContarPalavras.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY "MSGCOM.CPY".
           COPY "AUDITWS.CPY".
