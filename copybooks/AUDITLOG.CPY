      *    Rotina compartilhada de auditoria: grava um registro padrao
      *    (data, hora, programa, entrada, saida) no log de auditoria
      *    comum. A linha e montada em AUDIT-REC (AUDITWS.CPY, na
      *    WORKING-STORAGE) e quem grava e a CadeiaAuditoria, que
      *    acrescenta o elo da cadeia (colunas 161 a 179) e atualiza
      *    o controle do log.
      *    Inclua com COPY "AUDITLOG.CPY" REPLACING substituindo as
      *    quatro palavras abaixo pelos nomes reais do programa que a
      *    inclui:
           CALL "SessaoCorp" USING WS-AUDIT-SESSAO-OP
               WS-AUDIT-OPERADOR WS-AUDIT-TERMINAL
           END-CALL
           MOVE SPACES TO AUDIT-REC
           STRING WS-AUDIT-HOJE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
      *    recusado (status 71) e a linha de auditoria se perde em
      *    silencio.
           INSPECT AUDIT-REC REPLACING ALL LOW-VALUE BY SPACE
           CALL "CadeiaAuditoria" USING WS-AUDIT-ARQUIVO AUDIT-REC
               WS-AUDIT-STATUS
           END-CALL.
