      *    de uma conta. Substitui o encerramento da conta inteira
      *    (CM-SITUACAO "E") que era o unico recurso ate aqui - a
      *    conta segue ativa e so o valor bloqueado fica indisponivel
      *    para saques e transferencias. Todo bloqueio incluido gera
      *    aviso ao cliente (tipo "J") no arquivo central de avisos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

           COPY "AVISOSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-FILE.
       COPY "CONTAREC.CPY".

       COPY "AVISOFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "AVISOWS.CPY".
       01 WS-BLOQUEIO-STATUS PIC XX.
       01 WS-CONTA-STATUS    PIC XX.
       01 OPCAO              PIC X(1).

               MOVE "A" TO BJ-SITUACAO
               WRITE BLOQUEIO-REC
               MOVE BJ-CONTA TO WS-AV-CONTA
               MOVE "J" TO WS-AV-TIPO
               MOVE BJ-VALOR TO WS-AV-VALOR
               MOVE BJ-PROCESSO TO WS-AV-REFERENCIA
               MOVE BJ-DATA-FIM TO WS-AV-DATA-EVENTO
               PERFORM GRAVAR-AVISO-CLIENTE
               MOVE "Bloqueio incluido." TO MENSAGEM
           END-IF

               PROGRAMA-NOME BY "ManterBloqueios"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.

           COPY "AVISOGRV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-AVISO-CLIENTE
               PROGRAMA-NOME BY "ManterBloqueios".
