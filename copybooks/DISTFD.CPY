      *    Layout do arquivo de distribuicao por agencia: junto com
      *    o relatorio consolidado, o programa gerador grava aqui as
      *    linhas que interessam as agencias, cada uma com a agencia
      *    dona, e DistribuirAgencias separa uma copia por agencia,
      *    com paginacao e totais proprios, catalogada no spool.
      *    Linhas so do consolidado (totais do banco) nao entram.
      *    DA-TIPO: "C" cabecalho do relatorio, repetido no topo de
      *    cada pagina de toda copia; "D" detalhe da agencia
      *    DA-AGENCIA.
      *    DA-AGENCIA: agencia dona da linha (MV-AGENCIA/TM-AGENCIA);
      *    zero com DA-CONTA preenchida = agencia a descobrir pelo
      *    ultimo movimento da conta com agencia; sem nenhuma das
      *    duas a linha vai para a copia da agencia 000 (central).
      *    DA-VALOR: valor da linha que soma no total da agencia.
      *    Inclua com COPY "DISTFD.CPY" na FILE SECTION.
       FD  DIST-AG-FILE.
       01  DIST-AG-REC.
           05 DA-AGENCIA        PIC 9(3).
           05 DA-TIPO           PIC X(1).
           05 DA-CONTA          PIC 9(6).
           05 DA-VALOR          PIC S9(9)V99
                                SIGN IS LEADING SEPARATE.
           05 DA-LINHA          PIC X(132).
