      *    OP-DATA-FIM zero = ordem sem prazo final.
      *    OP-ULT-GERACAO: data da ultima geracao, para uma
      *    reexecucao do lote na mesma noite nao gerar em dobro.
      *    Mestre ainda no layout anterior (42 posicoes) e convertido
      *    uma vez por ConverterMastersBanco, com os campos novos em
      *    branco ou zero como descrito acima.
       01  ORDEM-PROG-REC.
           05 OP-ID             PIC 9(4).
           05 OP-CONTA-ORIGEM   PIC 9(6).
           05 OP-DATA-FIM       PIC 9(8).
           05 OP-SITUACAO       PIC X(1).
           05 OP-ULT-GERACAO    PIC 9(8).
      *    OP-ASSINANTE-1/2: CPFs dos dois titulares que autorizaram
      *    a ordem quando a origem e conta conjunta e o valor passa
      *    do limite da assinatura individual (zero nas demais); o
      *    gerador os repassa na transferencia.
           05 OP-ASSINANTE-1    PIC 9(11).
           05 OP-ASSINANTE-2    PIC 9(11).
