      *    Layout do registro de historico do intercambio recebido
      *    (data/intercambio_recebido.dat, LINE SEQUENTIAL, gravado
      *    em EXTEND por IntercambioEntrada). Os arquivos de entrada
      *    e de retorno sao esvaziados depois de consumidos; este
      *    historico guarda cada registro recebido com o dia em que
      *    foi processado, para a liquidacao por banco
      *    (LiquidarIntercambio). Inclua com COPY "ICHISREC.CPY"
      *    logo apos o FD do arquivo.
      *    IH-TIPO: "E" credito recebido e lancado na conta,
      *    "D" credito recebido e devolvido ao banco de origem
      *    (conta inexistente ou encerrada, ver
      *    data/intercambio_devolucao.dat), "R" retorno de remessa
      *    nossa estornado na conta de origem, "X" retorno de
      *    remessa nossa sem conta de origem para estornar.
      *    IH-REGISTRO e o registro recebido no layout INTERREC.CPY.
       01  INTER-HIST-REC.
           05 IH-DATA-LIQ       PIC 9(8).
           05 IH-TIPO           PIC X(1).
           05 IH-REGISTRO       PIC X(67).
