      *    Layout da parcela do emprestimo pessoal
      *    (data/emprestimo_parcelas.dat, INDEXED, chave composta
      *    PC-CHAVE = contrato + numero da parcela). Inclua com
      *    COPY "PARCREC.CPY" logo apos o FD do arquivo.
      *    Gerada na aprovacao do contrato (ManterEmprestimos), uma
      *    por mes do prazo: PC-VALOR = amortizacao + juros do mes,
      *    PC-SALDO-DEVEDOR = saldo do contrato depois da parcela.
      *    O passo DebitarParcelas debita no vencimento; sem saldo
      *    disponivel a parcela fica vencida e passa a acumular a
      *    multa (uma vez) e a mora diaria ate o pagamento, cobradas
      *    junto com ela. PC-DATA-MORA guarda ate quando a mora ja
      *    foi calculada.
      *    PC-SITUACAO: "A" aberta (a vencer), "V" vencida e nao
      *    paga, "P" paga.
       01  PARCELA-REC.
           05 PC-CHAVE.
               10 PC-CONTRATO   PIC 9(6).
               10 PC-NUMERO     PIC 9(3).
           05 PC-DATA-VENC      PIC 9(8).
           05 PC-VALOR          PIC 9(7)V99.
           05 PC-AMORTIZACAO    PIC 9(7)V99.
           05 PC-JUROS          PIC 9(7)V99.
           05 PC-SALDO-DEVEDOR  PIC 9(7)V99.
           05 PC-MULTA          PIC 9(7)V99.
           05 PC-MORA           PIC 9(7)V99.
           05 PC-DATA-MORA      PIC 9(8).
           05 PC-DATA-PAGTO     PIC 9(8).
           05 PC-VALOR-PAGO     PIC 9(7)V99.
           05 PC-SITUACAO       PIC X(1).
