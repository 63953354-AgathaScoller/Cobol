      *    Layout do retalho de barra guardado para reaproveitamento
      *    (data/retalhos.dat, LINE SEQUENTIAL, um registro por
      *    retalho no rack). Inclua com COPY "RETALREC.CPY" logo apos
      *    o FD do arquivo. Regravado inteiro por CorteDiario a cada
      *    plano de corte: os retalhos usados saem, as sobras de
      *    barra a partir do comprimento minimo (data/corte_parm.dat)
      *    entram, e o plano do dia seguinte encaixa as pecas neles
      *    antes de abrir barra nova.
      *    RT-PEDIDO: pedido cuja barra gerou o retalho.
       01  RETALHO-REC.
           05 RT-MATERIAL       PIC X(10).
           05 RT-COMPRIMENTO    PIC 9(2)V99.
           05 RT-DATA           PIC 9(8).
           05 RT-PEDIDO         PIC 9(6).
