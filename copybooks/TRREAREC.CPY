      *    Layout do registro de treinamento concluido
      *    (data/treinamentos_realizados.dat, INDEXED, chave composta
      *    TV-CHAVE = empregado + treinamento + data de conclusao,
      *    entao o historico fica inteiro e a ultima conclusao e a
      *    ultima chave do par empregado + treinamento). Inclua com
      *    COPY "TRREAREC.CPY" logo apos o FD do arquivo.
      *    Registrado pelo RH em ManterTreinamentos; lido por
      *    VencimentoTreinos.
      *    TV-VALIDADE: ultimo dia de validade da certificacao,
      *    calculado na conclusao pelos meses do catalogo (zero =
      *    nao vence).
       01  TREINAMENTO-REALIZADO-REC.
           05 TV-CHAVE.
               10 TV-EMPREGADO-ID PIC X(10).
               10 TV-CODIGO     PIC X(6).
               10 TV-DATA-CONCLUSAO PIC 9(8).
           05 TV-VALIDADE       PIC 9(8).
           05 TV-ENTIDADE       PIC X(30).
           05 TV-DATA-REGISTRO  PIC 9(8).
           05 TV-REGISTRADO-POR PIC X(10).
