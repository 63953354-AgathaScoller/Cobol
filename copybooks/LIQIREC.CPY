      *    Layout do arquivo de liquidacao interbancaria para a
      *    tesouraria (data/liquidacao_interbancaria.dat, LINE
      *    SEQUENTIAL, regravado a cada execucao de
      *    LiquidarIntercambio). Inclua com COPY "LIQIREC.CPY" logo
      *    apos o FD do arquivo.
      *    LQ-TIPO-REG: "D" uma linha por banco contraparte e data
      *    de liquidacao; "T" trailer com a soma das linhas "D"
      *    (LQ-BANCO zero) e em LQ-QTD-ENV a quantidade de linhas.
      *    Valores brutos: enviado (nossas remessas "E"), recebido
      *    (creditos vindos do banco), devolucao recebida (remessa
      *    nossa devolvida por eles) e devolucao enviada (credito
      *    deles devolvido por nos). LQ-POSICAO-LIQUIDA = (recebido -
      *    devolucao enviada) - (enviado - devolucao recebida):
      *    positiva a receber do banco ("R"), negativa a pagar ("P"),
      *    zero "Z". LQ-DIVERGENCIA = "S" quando a confirmacao ou o
      *    retorno do banco nao bate com o que enviamos.
       01  LIQUIDACAO-INTER-REC.
           05 LQ-TIPO-REG       PIC X(1).
           05 LQ-DATA           PIC 9(8).
           05 LQ-BANCO          PIC 9(3).
           05 LQ-QTD-ENV        PIC 9(6).
           05 LQ-VALOR-ENV      PIC 9(10)V99.
           05 LQ-QTD-REC        PIC 9(6).
           05 LQ-VALOR-REC      PIC 9(10)V99.
           05 LQ-QTD-DEV-REC    PIC 9(6).
           05 LQ-VALOR-DEV-REC  PIC 9(10)V99.
           05 LQ-QTD-DEV-ENV    PIC 9(6).
           05 LQ-VALOR-DEV-ENV  PIC 9(10)V99.
           05 LQ-POSICAO-LIQUIDA PIC S9(10)V99
                                SIGN IS LEADING SEPARATE.
           05 LQ-SENTIDO        PIC X(1).
           05 LQ-DIVERGENCIA    PIC X(1).
