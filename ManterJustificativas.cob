               RECORD KEY IS JT-ID
               FILE STATUS IS WS-JUSTIFICATIVA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JUSTIFICATIVA-FILE.
       COPY "JUSTREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-JUSTIFICATIVA-STATUS PIC XX.
