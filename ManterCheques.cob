
           COPY "QUIESEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  TALAO-FILE.

       COPY "QUIEFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "QUIEWS.CPY".
               DISPLAY MENSAGEM
               GOBACK
           END-IF
      *    Poupanca nao movimenta por cheque: sem talao.
           IF CM-PRODUTO = "P"
               MOVE "Poupanca nao emite talao." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           DISPLAY "Folha inicial: "
           ACCEPT WS-FOLHA-INICIAL
