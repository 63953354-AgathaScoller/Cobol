      *    Layout da tabela de capacidade da oficina
      *    (data/capacidade_oficina.dat, LINE SEQUENTIAL, em ordem
      *    crescente de CP-VIGENCIA). Inclua com COPY "CAPOFREC.CPY"
      *    logo apos o FD do arquivo. Mantida pela producao: cada
      *    linha traz os metros de solda que a oficina entrega por
      *    dia util a partir da data de vigencia; vale a linha de
      *    maior vigencia ate a data do calculo. Lida por
      *    PedidosOficina (data prometida no aceite) e por
      *    ProgramarProducao (fila noturna).
       01  CAPACIDADE-REC.
           05 CP-VIGENCIA       PIC 9(8).
           05 CP-METROS-DIA     PIC 9(4)V99.
