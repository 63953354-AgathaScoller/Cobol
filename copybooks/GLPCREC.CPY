      *    Layout da tabela de contas do razao dos subsistemas
      *    (data/gl_plano_contas.dat, LINE SEQUENTIAL, mantida pela
      *    contabilidade): para cada origem e evento dos lancamentos
      *    da clinica, escola e oficina (GLSBFD.CPY), o centro de
      *    custo e as contas do razao a debito e a credito. Lida por
      *    ConsolidarGL, que monta os pares na interface do razao, e
      *    por ConferirGL, que separa pelo centro os lancamentos dos
      *    subsistemas dos lancamentos do banco. Os centros sao da
      *    faixa 900-999, que nao e usada por agencia.
      *    CG-ORIGEM: "CLINICA", "ESCOLA", "OFICINA".
      *    CG-EVENTO: "FATURA" (receita no faturamento), "PAGTO"
      *    (caixa no recebimento), "DEBITO" (mensalidade quitada por
      *    debito automatico na conta do banco).
       01  CONTA-GL-REC.
           05 CG-ORIGEM          PIC X(8).
           05 CG-EVENTO          PIC X(8).
           05 CG-CENTRO          PIC 9(3).
           05 CG-CONTA-DEBITO    PIC X(8).
           05 CG-CONTA-CREDITO   PIC X(8).
           05 CG-DESCRICAO       PIC X(30).
