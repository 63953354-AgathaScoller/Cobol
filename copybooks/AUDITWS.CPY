      *    Campos compartilhados de auditoria. Inclua com
      *    COPY "AUDITWS.CPY" dentro da WORKING-STORAGE SECTION, junto
      *    com a rotina AUDITLOG.CPY.
       01 WS-AUDIT-STATUS    PIC XX.
      *    Area de montagem da linha de auditoria, entregue a
      *    CadeiaAuditoria, que grava no log comum.
       01 AUDIT-REC          PIC X(160) VALUE SPACES.
      *    Nome do log comum, chave do elo no controle da cadeia
      *    (data/auditoria_cadeia.dat).
       01 WS-AUDIT-ARQUIVO   PIC X(44)
           VALUE "data/auditoria_geral.log".
       01 WS-AUDIT-HOJE      PIC 9(8).
      *    Data de negocio carregada pelo programa (DNEGLER.CPY);
      *    quando zerada a rotina de auditoria usa o relogio da
