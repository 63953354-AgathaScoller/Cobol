      *    Layout do extrato em arquivo para importacao na
      *    contabilidade do cliente corporativo
      *    (data/extrato_exportacao.dat, LINE SEQUENTIAL, regravado a
      *    cada exportacao de ExtratoConta). Inclua com
      *    COPY "EXTEXREC.CPY" logo apos o FD do arquivo.
      *    Registro de 100 posicoes; EX-TIPO-REG diz a visao:
      *      "H" cabecalho - conta, titular, periodo (primeiro e
      *          ultimo dia do mes) e saldo inicial (fechamento do
      *          mes anterior);
      *      "D" um detalhe por lancamento aprovado da conta no
      *          periodo, em ordem cronologica: data, hora, tipo do
      *          movimento (MV-TIPO), "D" debito ou "C" credito,
      *          valor com sinal (negativo no debito), sequencia
      *          (1, 2, ...) e descricao (MV-MOTIVO);
      *      "T" trailer - saldo final, quantidade de detalhes e
      *          total de controle (soma dos valores com sinal dos
      *          detalhes).
      *    Valores em reais e centavos, sinal separado na frente.
       01  EXTRATO-EXPORT-REC.
           05 EX-TIPO-REG       PIC X(1).
           05 EX-CABECALHO.
               10 EX-H-CONTA    PIC 9(6).
               10 EX-H-NOME     PIC X(20).
               10 EX-H-DATA-INICIO PIC 9(8).
               10 EX-H-DATA-FIM PIC 9(8).
               10 EX-H-SALDO-INICIAL PIC S9(9)V99
                                SIGN IS LEADING SEPARATE.
               10 EX-H-DATA-GERACAO PIC 9(8).
               10 FILLER        PIC X(37).
           05 EX-DETALHE REDEFINES EX-CABECALHO.
               10 EX-D-DATA     PIC 9(8).
               10 EX-D-HORA     PIC 9(8).
               10 EX-D-TIPO     PIC X(1).
               10 EX-D-DEB-CRED PIC X(1).
               10 EX-D-VALOR    PIC S9(9)V99
                                SIGN IS LEADING SEPARATE.
               10 EX-D-SEQUENCIA PIC 9(6).
               10 EX-D-DESCRICAO PIC X(30).
               10 FILLER        PIC X(33).
           05 EX-TRAILER REDEFINES EX-CABECALHO.
               10 EX-T-SALDO-FINAL PIC S9(9)V99
                                SIGN IS LEADING SEPARATE.
               10 EX-T-QTD-DETALHES PIC 9(6).
               10 EX-T-TOTAL-CONTROLE PIC S9(11)V99
                                SIGN IS LEADING SEPARATE.
               10 FILLER        PIC X(67).
