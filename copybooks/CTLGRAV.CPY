      *    controle: o programa preenche CT-DATA, CT-LIDOS,
      *    CT-GRAVADOS, CT-REJEITADOS, CT-RECICLADOS e
      *    CT-TOTAL-CHAVE e faz PERFORM no fim do passo; a rotina
      *    carimba o nome do programa e a contagem de documentos
      *    (WS-CONTROLE-DOCUMENTOS de CTLWS.CPY) e anexa ao arquivo
      *    comum.
      *    Inclua com COPY "CTLGRAV.CPY" REPLACING substituindo:
      *      ROTINA-NOME     nome do paragrafo gerado
      *      PROGRAMA-NOME   literal com o nome do programa
       ROTINA-NOME.
           MOVE PROGRAMA-NOME TO CT-PROGRAMA
           MOVE WS-CONTROLE-DOCUMENTOS TO CT-DOCUMENTOS
           OPEN EXTEND CONTROLE-FILE
           IF WS-CONTROLE-STATUS = "35"
               OPEN OUTPUT CONTROLE-FILE
