               RECORD KEY IS MD-ID
               FILE STATUS IS WS-MUDANCA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIER-FILE.
       FD  MUDANCA-FILE.
       COPY "MUDAREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "PERMWS.CPY".
           MOVE "P" TO MD-SITUACAO
           MOVE SPACES TO MD-APROVADOR
           MOVE 0 TO MD-DATA-DECISAO
           MOVE 0 TO MD-CPF
           MOVE SPACE TO MD-RISCO
           MOVE SPACE TO MD-TIER
           WRITE MUDANCA-REC
               INVALID KEY
                   DISPLAY "Numero de mudanca ja usado."
