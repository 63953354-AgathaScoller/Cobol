      *    (um cliente com tres contas nao ganha tres vezes o limite).
      *    CL-RISCO: classificacao de risco "B" baixo, "M" medio,
      *    "A" alto.
      *    CL-DATA-REVISAO: data da ultima revisao cadastral (KYC),
      *    AAAAMMDD; zero ou nao numerico = nunca revisado. A
      *    reavaliacao mensal (ReavaliarRisco) cobra nova revisao
      *    quando a data passa do intervalo da politica para o
      *    risco do cliente; a troca de risco proposta pelo lote
      *    passa pela dupla custodia (AprovarMudancas).
      *    Mestre ainda no layout anterior (32 posicoes) e convertido
      *    uma vez por ConverterMastersBanco, com os campos novos em
      *    branco ou zero como descrito acima.
       01  CLIENTE-REC.
           05 CL-CPF            PIC 9(11).
           05 CL-NOME           PIC X(20).
           05 CL-RISCO          PIC X(1).
           05 CL-DATA-REVISAO   PIC 9(8).
