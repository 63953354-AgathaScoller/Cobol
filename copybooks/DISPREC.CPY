      *    tudo via movimento, para ExtratoConta e AnaliseSaques
      *    verem a historia inteira.
      *    DS-SITUACAO: "A" aberta, "R" reembolsada, "N" negada.
      *    DS-AGENCIA: agencia do terminal em que a disputa foi
      *    aberta (TM-AGENCIA); o aging conta os dias uteis com os
      *    feriados municipais dela. Zero = terminal sem cadastro ou
      *    abertura fora de terminal, so feriados nacionais.
      *    Mestre ainda no layout anterior (49 posicoes) e convertido
      *    uma vez por ConverterMastersBanco, com os campos novos em
      *    branco ou zero como descrito acima.
       01  DISPUTA-REC.
           05 DS-ID             PIC 9(6).
           05 DS-DATA-MOV       PIC 9(8).
           05 DS-DATA-ABERTURA  PIC 9(8).
           05 DS-DATA-RESOLUCAO PIC 9(8).
           05 DS-SITUACAO       PIC X(1).
           05 DS-AGENCIA        PIC 9(3).
