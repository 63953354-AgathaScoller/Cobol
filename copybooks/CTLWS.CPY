      *    Campo compartilhado de status do arquivo de totais de
      *    controle. Inclua com COPY "CTLWS.CPY" na WORKING-STORAGE,
      *    junto com a rotina CTLGRAV.CPY. WS-CONTROLE-DOCUMENTOS
      *    vai para CT-DOCUMENTOS; so o passo que processa varios
      *    documentos numa execucao o preenche.
       01 WS-CONTROLE-STATUS PIC XX.
       01 WS-CONTROLE-DOCUMENTOS PIC 9(8) VALUE 0.
