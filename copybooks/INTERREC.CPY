      *                                    de remessas nossas, que
      *                                    IntercambioEntrada estorna
      *                                    na conta de origem com o
      *                                    motivo em IC-MOTIVO-DEV;
      *      data/intercambio_devolucao.dat credito recebido que
      *                                    devolvemos ao banco de
      *                                    origem (conta inexistente
      *                                    ou encerrada), gravado
      *                                    por IntercambioEntrada
      *                                    com o motivo.
      *    Inclua com COPY "INTERREC.CPY" logo apos o FD do arquivo.
       01  INTERCAMBIO-REC.
           05 IC-DATA           PIC 9(8).
