               RECORD KEY IS SX-CHAVE
               FILE STATUS IS WS-SESSAO-CX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSAO-CAIXA-FILE.
       COPY "SESCXREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-SESSAO-CX-STATUS PIC XX.
