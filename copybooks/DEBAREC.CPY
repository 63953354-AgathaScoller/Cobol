      *    Layout do registro de autorizacao de debito automatico da
      *    mensalidade escolar (data/debito_autorizacoes.dat,
      *    INDEXED, chave DB-ALUNO-ID). Inclua com COPY "DEBAREC.CPY"
      *    logo apos o FD do arquivo.
      *    Mantida na tesouraria (PagamentosEscola, opcao A): liga
      *    as mensalidades do aluno a uma conta corrente do cadastro
      *    de contas (CM-CONTA). O passo noturno GerarDebitosEscola
      *    gera o debito "M" da parcela no vencimento e nas
      *    retentativas; BaixarDebitosEscola baixa o retorno.
      *    DB-SITUACAO: "A" ativa, "C" cancelada (DB-DATA-FIM).
      *    DB-DATA-INICIO: so parcelas de meses a partir do mes da
      *    autorizacao entram no debito.
      *    DB-ASSINANTE-1/2: CPFs dos dois titulares que assinaram a
      *    autorizacao quando a conta e conjunta (zero nas demais);
      *    o gerador os repassa no debito, como as ordens
      *    programadas.
       01  DEBITO-AUTORIZ-REC.
           05 DB-ALUNO-ID       PIC X(10).
           05 DB-AGENCIA        PIC 9(3).
           05 DB-CONTA          PIC 9(6).
           05 DB-ASSINANTE-1    PIC 9(11).
           05 DB-ASSINANTE-2    PIC 9(11).
           05 DB-SITUACAO       PIC X(1).
           05 DB-DATA-INICIO    PIC 9(8).
           05 DB-DATA-FIM       PIC 9(8).
