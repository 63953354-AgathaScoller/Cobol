      *    Layout do registro de excecao de compliance sobre saques
      *    (data/compliance_excecoes.dat, INDEXED, chave EX-CHAVE).
      *    Inclua com COPY "EXCECREC.CPY" logo apos o FD do arquivo.
      *    Gravado por AnaliseSaques junto com o relatorio do dia,
      *    para a marca nao se perder quando o relatorio texto e
      *    regravado; lido pela reavaliacao mensal de risco
      *    (ReavaliarRisco). Rodar a analise de novo para a mesma
      *    data regrava as mesmas chaves.
      *    EX-TIPO: por conta "N" saques negados no dia, "M" saques
      *    no valor maximo da faixa, "L" limite diario batido em
      *    dias consecutivos; por cliente (EX-CONTA zero) "C"
      *    negados somando contas, "X" saques no maximo somando
      *    contas. EX-QTD e a contagem que disparou a marca.
       01  EXCECAO-REC.
           05 EX-CHAVE.
               10 EX-DATA       PIC 9(8).
               10 EX-CONTA      PIC 9(6).
               10 EX-CPF        PIC 9(11).
               10 EX-TIPO       PIC X(1).
           05 EX-QTD            PIC 9(4).
