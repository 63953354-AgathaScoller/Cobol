               RECORD KEY IS CV-CODIGO
               FILE STATUS IS WS-CONVENIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONVENIO-FILE.
       COPY "CONVREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-CONVENIO-STATUS PIC XX.
