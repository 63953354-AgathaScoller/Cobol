               RECORD KEY IS FC-USER
               FILE STATUS IS WS-FIRECALL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE.
       FD  FIRECALL-FILE.
       COPY "FIRECREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "SENHAWS.CPY".
       COPY "AUDITWS.CPY".
               MOVE LK-HOJE TO US-ULTIMA-TROCA
               MOVE 0 TO US-ULTIMO-LOGIN
               MOVE "A" TO US-PERFIL
               MOVE SPACES TO US-EM-ID
               WRITE USER-REC
               CLOSE USER-FILE
               OPEN I-O USER-FILE
