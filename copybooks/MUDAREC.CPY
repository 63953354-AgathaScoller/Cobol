      *    MD-ARQUIVO: "TIERS" ou "CONTAS". MD-OPERACAO: "T" limites
      *    do tier (valores 1/2/3 = limite diario, minimo, maximo),
      *    "J" ajuste de saldo (valor 1), "L" limite de cheque
      *    especial (valor 1). MD-ARQUIVO "CLIENT", operacao "K":
      *    troca de risco do cliente proposta pela reavaliacao
      *    mensal (ReavaliarRisco) - CPF em MD-CPF (nao cabe em
      *    MD-CHAVE), risco proposto em MD-RISCO e a pontuacao
      *    apurada em MD-VALOR-1. Nas demais operacoes MD-CPF e
      *    zero e MD-RISCO em branco.
      *    MD-ARQUIVO "CONTAS", operacao "F": troca de faixa (tier)
      *    da conta proposta pela revisao mensal (RevisarTiers) -
      *    conta em MD-CHAVE, faixa proposta em MD-TIER e os numeros
      *    que a justificaram: saldo medio diario do mes em
      *    MD-VALOR-1, volume de saques do mes em MD-VALOR-2 e dias
      *    de saldo apurados em MD-VALOR-3. Nas demais operacoes
      *    MD-TIER fica em branco.
      *    Operacao "L" com solicitante LOTE-CHEQ: suspensao do
      *    limite de cheque especial proposta pelo acompanhamento
      *    noturno (MonitorCheque) - limite zero em MD-VALOR-1, dias
      *    corridos no negativo em MD-VALOR-2 e percentual do limite
      *    usado em MD-VALOR-3; ao aplicar, o cliente e avisado.
      *    MD-SITUACAO: "P" pendente, "A" aplicada, "R" rejeitada.
      *    Mestre ainda no layout anterior (81 posicoes) e convertido
      *    uma vez por ConverterMastersBanco, com os campos novos em
      *    branco ou zero como descrito acima.
       01  MUDANCA-REC.
           05 MD-ID             PIC 9(6).
           05 MD-ARQUIVO        PIC X(6).
           05 MD-SITUACAO       PIC X(1).
           05 MD-APROVADOR      PIC X(10).
           05 MD-DATA-DECISAO   PIC 9(8).
           05 MD-CPF            PIC 9(11).
           05 MD-RISCO          PIC X(1).
           05 MD-TIER           PIC X(1).
