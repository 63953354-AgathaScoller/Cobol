      *    US-ULTIMO-LOGIN: data do ultimo login bem sucedido,
      *    gravada por SegurancaCorp e usada pelo relatorio diario de
      *    postura de seguranca para achar contas dormentes.
      *    Mestre ainda no layout anterior (50 posicoes) e convertido
      *    uma vez por ConverterMastersCorp, com os campos novos em
      *    branco ou zero como descrito acima.
       01  USER-REC.
           05 US-USER-ID        PIC X(10).
           05 US-SENHA          PIC X(20).
      *    continua validando ate a proxima troca ou ate a passada
      *    de migracao (MigrarSenhas).
           05 US-SENHA-FORMATO  PIC X(1).
      *    US-EM-ID: matricula (EM-ID de data/empregados.dat) da
      *    pessoa dona do login, informada em AdminUsuarios; em
      *    branco so para contas de servico (admin, lote). E por ela
      *    que o passo noturno de desligamentos (DesligarUsuarios)
      *    bloqueia o login de quem o RH desligou.
           05 US-EM-ID          PIC X(10).
