               RECORD KEY IS FQ-CHAVE
               FILE STATUS IS WS-FREQUENCIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FREQUENCIA-FILE.
       COPY "FREQREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-FREQUENCIA-STATUS PIC XX.
