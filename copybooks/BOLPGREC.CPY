      *    Layout do registro de boleto pago (data/boletos_pagos.dat,
      *    LINE SEQUENTIAL, gravado em EXTEND por VerificarSaque para
      *    cada pagamento de conta (tipo "B") aprovado e debitado).
      *    O passo noturno LiquidarBoletos le os pagamentos do dia e
      *    monta um arquivo de liquidacao por banco beneficiario
      *    (BP-BANCO, os tres primeiros digitos da linha digitavel).
      *    BP-VENCIMENTO zero: boleto sem vencimento.
       01  BOLETO-PAGO-REC.
           05 BP-DATA           PIC 9(8).
           05 BP-SEQ            PIC 9(8).
           05 BP-AGENCIA        PIC 9(3).
           05 BP-CONTA          PIC 9(6).
           05 BP-BANCO          PIC 9(3).
           05 BP-LINHA          PIC X(47).
           05 BP-VENCIMENTO     PIC 9(8).
           05 BP-VALOR          PIC 9(8)V99.
