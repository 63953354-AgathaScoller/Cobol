      *    ManterMatriculas bloqueia matricula nova de aluno com
      *    mais de duas parcelas vencidas em aberto.
      *    MN-SITUACAO: "P" pendente, "Q" quitada.
      *    MN-RESPONSAVEL: nome de quem responde pela parcela na
      *    geracao - o responsavel financeiro do aluno ou, sem ele,
      *    o proprio aluno (RESPFIN.CPY). Registros antigos chegam
      *    com espacos.
      *    MN-DEB-*: debito automatico da parcela (autorizacao em
      *    DEBAREC.CPY). MN-DEB-SITUACAO: espaco = sem debito em
      *    curso, "E" debito enviado ao lote aguardando retorno,
      *    "F" tentativas esgotadas (a parcela fica para a
      *    cobranca normal). MN-DEB-TENTATIVAS conta os debitos ja
      *    enviados, MN-DEB-ULT-TENTATIVA e a data do ultimo e
      *    MN-DEB-MOTIVO o motivo da ultima negativa. Registros
      *    antigos chegam sem debito (situacao e motivo em branco,
      *    tentativas e data zero).
      *    Mestre ainda no layout anterior (38 posicoes) e convertido
      *    uma vez por ConverterMastersEscola, com os campos novos em
      *    branco ou zero como descrito acima.
       01  MENSALIDADE-REC.
           05 MN-CHAVE.
               10 MN-ANO-MES    PIC 9(6).
           05 MN-VALOR          PIC 9(5)V99.
           05 MN-SITUACAO       PIC X(1).
           05 MN-DATA-PGTO      PIC 9(8).
           05 MN-RESPONSAVEL    PIC X(20).
           05 MN-DEB-SITUACAO   PIC X(1).
           05 MN-DEB-TENTATIVAS PIC 9(1).
           05 MN-DEB-ULT-TENTATIVA PIC 9(8).
           05 MN-DEB-MOTIVO     PIC X(30).
