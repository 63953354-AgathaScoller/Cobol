      *    Layout do contrato de emprestimo pessoal
      *    (data/emprestimos.dat, INDEXED, chave EP-CONTRATO).
      *    Inclua com COPY "EMPSTREC.CPY" logo apos o FD do arquivo.
      *    Registrado em ManterEmprestimos contra uma conta do
      *    cadastro (EP-CONTA = CM-CONTA) e aprovado por supervisor
      *    diferente de quem registrou; a aprovacao gera o cronograma
      *    de parcelas fixas (tabela Price) em
      *    data/emprestimo_parcelas.dat (PARCREC.CPY) e credita o
      *    valor liberado na conta. O passo noturno DebitarParcelas
      *    debita as parcelas no vencimento e quita o contrato junto
      *    com a ultima.
      *    EP-TAXA-MES: fracao ao mes (ex.: 0.0250 = 2,50% ao mes).
      *    EP-DATA-1-VENC: primeiro vencimento; as demais parcelas
      *    vencem no mesmo dia dos meses seguintes (dia ate 28).
      *    EP-SITUACAO: "P" pendente de aprovacao, "A" ativo,
      *    "Q" quitado, "C" cancelado antes da aprovacao.
       01  EMPRESTIMO-REC.
           05 EP-CONTRATO       PIC 9(6).
           05 EP-CONTA          PIC 9(6).
           05 EP-VALOR          PIC 9(7)V99.
           05 EP-TAXA-MES       PIC 9(1)V9(4).
           05 EP-PRAZO          PIC 9(3).
           05 EP-DATA-1-VENC    PIC 9(8).
           05 EP-VALOR-PARCELA  PIC 9(7)V99.
           05 EP-DATA-CONTRATO  PIC 9(8).
           05 EP-DATA-APROVACAO PIC 9(8).
           05 EP-SOLICITANTE    PIC X(10).
           05 EP-APROVADOR      PIC X(10).
           05 EP-SITUACAO       PIC X(1).
