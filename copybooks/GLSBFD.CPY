      *    Layout compartilhado dos lancamentos para o razao da
      *    clinica, escola e oficina: um registro por evento que a
      *    contabilidade lancava a mao pelos relatorios impressos,
      *    gravado pelo programa que viu o evento (rotina
      *    GLSBGRV.CPY). O passo noturno ConsolidarGL leva os
      *    pendentes a interface do razao (data/gl_interface.dat),
      *    com as contas da tabela data/gl_plano_contas.dat
      *    (GLPCREC.CPY), guarda os levados em
      *    data/gl_subsistemas.ant e deixa aqui so os sem conta na
      *    tabela. Inclua com COPY "GLSBFD.CPY" na FILE SECTION.
      *    GS-ORIGEM/GS-EVENTO: ver GLPCREC.CPY. Gravam:
      *      CLINICA FATURA  FaturarConvenios (fatura do convenio,
      *                      sem a reapresentacao de glosa, que ja
      *                      foi receita no mes da visita);
      *      CLINICA PAGTO   RetornoConvenios (valor pago na linha
      *                      do retorno);
      *      ESCOLA  FATURA  GerarMensalidades (parcela gerada);
      *      ESCOLA  PAGTO   PagamentosEscola (pagamento no balcao);
      *      ESCOLA  DEBITO  BaixarDebitosEscola (debito aprovado);
      *      OFICINA FATURA  PedidosOficina (fatura na entrega);
      *      OFICINA PAGTO   RecebimentosOficina (pagamento).
      *    GS-CONTA: convenio, cliente da oficina ou zero (escola).
      *    GS-REFERENCIA: mes, aluno, pedido - para a contabilidade
      *    achar o documento.
       FD  GLSUB-FILE.
       01  GLSUB-REC.
           05 GS-ORIGEM         PIC X(8).
           05 GS-EVENTO         PIC X(8).
           05 GS-DATA           PIC 9(8).
           05 GS-HORA           PIC 9(8).
           05 GS-CONTA          PIC 9(6).
           05 GS-VALOR          PIC 9(10)V99.
           05 GS-REFERENCIA     PIC X(20).
           05 GS-PROGRAMA       PIC X(20).
