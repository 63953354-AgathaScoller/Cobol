      *    "A" aceito, "P" em producao, "E" entregue, "C" cancelado.
      *    A lista de corte diaria por material sai em CorteDiario e
      *    o cotado x entregue do mes em RelatorioPedidos.
      *    PD-RESERVA: situacao das barras do pedido no estoque de
      *    materia-prima (ESTMREC.CPY), movida por CorteDiario -
      *    branco nada reservado, "R" PD-BARRAS-RESERVA barras
      *    reservadas, "B" baixadas na entrega, "L" liberadas no
      *    cancelamento.
      *    PD-DATA-CORTE: dia em que os lados do pedido entraram no
      *    plano de corte de CorteDiario (zero = ainda nao planejado).
      *    PD-CLIENTE-COD: codigo do cliente no cadastro da oficina
      *    (CLIOFREC.CPY); PD-CLIENTE guarda o nome dele na inclusao.
      *    Zero em pedido antigo, incluido antes do cadastro: a
      *    entrega pede o codigo para emitir a fatura.
      *    PD-DATA-PROMETIDA: entrega prometida ao cliente no aceite
      *    pela fila de producao e a capacidade da oficina
      *    (CAPOFREC.CPY); nao muda depois. PD-DATA-PREVISTA: a
      *    mesma conta refeita toda noite por ProgramarProducao -
      *    prevista depois da prometida = pedido em risco.
      *    Mestre ainda no layout anterior (83 posicoes) e convertido
      *    uma vez por ConverterMastersOficina, com os campos novos em
      *    branco ou zero como descrito acima.
       01  PEDIDO-REC.
           05 PD-ID             PIC 9(6).
           05 PD-CLIENTE        PIC X(20).
           05 PD-DATA-ACEITE    PIC 9(8).
           05 PD-SITUACAO       PIC X(1).
           05 PD-DATA-SITUACAO  PIC 9(8).
           05 PD-RESERVA        PIC X(1).
           05 PD-BARRAS-RESERVA PIC 9(3).
           05 PD-DATA-CORTE     PIC 9(8).
           05 PD-CLIENTE-COD    PIC 9(6).
           05 PD-DATA-PROMETIDA PIC 9(8).
           05 PD-DATA-PREVISTA  PIC 9(8).
