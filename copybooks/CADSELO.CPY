      *    Layout do selo da rolagem mensal do log geral: primeira
      *    linha gravada por ArquivarLogs no auditoria_geral.log
      *    recem-esvaziado (pela CadeiaAuditoria, encadeada no ultimo
      *    elo do mes arquivado). Diz qual arquivo mensal fechou, o
      *    elo da ultima linha copiada para ele e quantas linhas
      *    foram; ConferirCadeia parte desse elo ao
      *    verificar o log novo e confere o final do arquivo mensal
      *    contra ele. Inclua com COPY "CADSELO.CPY" na
      *    WORKING-STORAGE.
       01 WS-SELO-ROLAGEM.
           05 SL-DATA           PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 SL-HORA           PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 SL-MARCA          PIC X(15) VALUE "ROLAGEM-CADEIA ".
           05 FILLER            PIC X(7) VALUE "ULTIMO=".
           05 SL-ULTIMO         PIC 9(15).
           05 FILLER            PIC X(5) VALUE " MES=".
           05 SL-MES            PIC 9(6).
           05 FILLER            PIC X(8) VALUE " LINHAS=".
           05 SL-LINHAS         PIC 9(6).
           05 FILLER            PIC X(80) VALUE SPACES.
