      *    Layout do registro da fila de glosas da clinica
      *    (data/glosas.dat, INDEXED, chave composta GL-CHAVE = data
      *    da visita + paciente + convenio, a mesma identificacao da
      *    visita faturavel). Inclua com COPY "GLOSAREC.CPY" logo
      *    apos o FD do arquivo.
      *    RetornoConvenios inclui aqui toda visita glosada ou paga em
      *    parte; o faturamento decide em ManterGlosas:
      *      GL-SITUACAO "P" pendente de decisao;
      *                  "R" recorrida - reapresentada na fatura do
      *                      mes GL-MES-REAPRES (FaturarConvenios);
      *                  "B" baixada como perda;
      *                  "Q" quitada - o convenio pagou o que faltava
      *                      num retorno seguinte.
      *    Glosa de novo apos o recurso volta a "P" com o codigo novo.
      *    GL-VALOR-GLOSADO e o que falta receber da visita.
       01  GLOSA-REC.
           05 GL-CHAVE.
               10 GL-DATA       PIC 9(8).
               10 GL-PACIENTE   PIC X(10).
               10 GL-CONVENIO   PIC 9(3).
           05 GL-CODIGO         PIC X(3).
           05 GL-VALOR-FATURADO PIC 9(5)V99.
           05 GL-VALOR-GLOSADO  PIC 9(5)V99.
           05 GL-SITUACAO       PIC X(1).
           05 GL-MES-REAPRES    PIC 9(6).
           05 GL-QTD-RECURSOS   PIC 9(2).
           05 GL-DATA-RETORNO   PIC 9(8).
           05 GL-DATA-DECISAO   PIC 9(8).
           05 GL-RESPONSAVEL    PIC X(10).
