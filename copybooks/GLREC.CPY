      *    Layout do registro da interface do razao
      *    (data/gl_interface.dat, LINE SEQUENTIAL), gravado pelo
      *    passo SAQUE (VerificarSaque), completado com os
      *    lancamentos da clinica, escola e oficina por ConsolidarGL
      *    e conferido por ConferirGL antes da transmissao. Inclua
      *    com COPY "GLREC.CPY" logo apos o FD do arquivo.
      *    GL-TIPO-REG: "D" detalhe, "S" resumo, "T" trailer.
      *    GL-DC: "D" debito, "C" credito (so nos detalhes).
      *    GL-AGENCIA: agencia do banco ou, nos lancamentos dos
      *    subsistemas, o centro de custo 9NN da tabela de contas
      *    (GLPCREC.CPY).
      *    Trailer: GL-VALOR = hash (soma dos valores de detalhes e
      *    resumos), GL-QTD-REGS = registros do arquivo, ele
      *    incluido.
       01  GL-REC.
           05 GL-TIPO-REG        PIC X(1).
           05 GL-DC              PIC X(1).
           05 GL-DATA            PIC 9(8).
           05 GL-AGENCIA         PIC 9(3).
           05 GL-CONTA           PIC 9(6).
           05 GL-CONTA-RAZAO     PIC X(8).
           05 GL-VALOR           PIC 9(10)V99.
           05 GL-QTD-REGS        PIC 9(8).
