               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSTA-FILE.
       FD  USER-FILE.
       COPY "USERREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-PROPOSTA-STATUS PIC XX.
           MOVE PP-TIER TO CM-TIER
           MOVE 0 TO CM-LIMITE-CHEQUE
           MOVE PP-CPF TO CM-CPF
           MOVE "C" TO CM-PRODUTO
           MOVE 0 TO CM-DIA-ANIVERSARIO
           MOVE 0 TO CM-MES-RENDIMENTO
           WRITE CONTA-MASTER-REC
           CLOSE CONTA-FILE

