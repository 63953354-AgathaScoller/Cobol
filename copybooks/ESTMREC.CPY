      *    Layout do estoque de materia-prima da oficina
      *    (data/estoque_materiais.dat, INDEXED, chave ME-MATERIAL,
      *    mesmo dominio de PD-MATERIAL). Inclua com COPY
      *    "ESTMREC.CPY" logo apos o FD do arquivo. Mantido em
      *    ManterEstoqueMateriais (cadastro e entrada das compras);
      *    CorteDiario reserva as barras dos pedidos que entram em
      *    producao e baixa (ou libera) a reserva quando o pedido e
      *    entregue (ou cancelado); ReposicaoMateriais lista os
      *    materiais abaixo do ponto de pedido.
      *    ME-BARRAS-ESTOQUE: barras fisicamente no rack, inclusive
      *    as reservadas. ME-BARRAS-RESERVADAS: barras separadas
      *    para pedidos em producao ainda nao entregues.
      *    ME-PRAZO-DIAS: prazo de entrega do fornecedor, em dias
      *    corridos.
       01  MATERIAL-ESTOQUE-REC.
           05 ME-MATERIAL       PIC X(10).
           05 ME-DESCRICAO      PIC X(30).
           05 ME-BARRAS-ESTOQUE PIC 9(5).
           05 ME-BARRAS-RESERVADAS PIC 9(5).
           05 ME-PONTO-PEDIDO   PIC 9(5).
           05 ME-PRAZO-DIAS     PIC 9(3).
           05 ME-FORNECEDOR     PIC X(20).
           05 ME-DATA-ULT-ENTRADA PIC 9(8).
