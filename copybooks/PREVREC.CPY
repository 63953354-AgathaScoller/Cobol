      *    Layout do registro de previsao de numerario por terminal
      *    (data/caixa_previsao.dat, INDEXED, chave PV-TERMINAL,
      *    mesmo dominio de NI-TERMINAL em caixa_notas.dat). Inclua
      *    com COPY "PREVREC.CPY" logo apos o FD do arquivo.
      *    Regravado toda noite pelo passo PreverNumerario com a
      *    carga sugerida de cada gaveta para o dia util PV-DATA-ALVO:
      *    media dos saques aprovados da agencia no mesmo dia da
      *    semana, rateada pelo terminal, com margem de seguranca e
      *    acrescimo de vespera de feriado (PV-VESPERA = "S").
      *    ReposicaoNotas usa PV-QTD-* como estoque alvo da gaveta e
      *    TransferirNotas sugere as remessas do cofre por eles;
      *    terminal sem registro (sem historico) fica na carga
      *    padrao.
       01  PREVISAO-REC.
           05 PV-TERMINAL       PIC X(8).
           05 PV-DATA-ALVO      PIC 9(8).
           05 PV-DATA-CALCULO   PIC 9(8).
           05 PV-AGENCIA        PIC 9(3).
           05 PV-VALOR-PREVISTO PIC 9(9)V99.
           05 PV-VESPERA        PIC X(1).
           05 PV-QTD-50         PIC 9(5).
           05 PV-QTD-20         PIC 9(5).
           05 PV-QTD-10         PIC 9(5).
