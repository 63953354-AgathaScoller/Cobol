      *    Layout do cadastro de periodos letivos
      *    (data/periodos_letivos.dat, INDEXED, chave LT-PERIODO -
      *    o mesmo codigo AAAAMM de AT-PERIODO em atribuicoes.dat).
      *    Mantido por ManterPeriodos; o fechamento (FecharPeriodo,
      *    no lote da noite) passa o periodo a "F" depois do prazo
      *    de notas, quando toda turma do periodo tem resultado
      *    final. Turma so de periodos fechados nao aceita mais
      *    nota (EntradaNotas, correcao de MediaVariavel).
      *    LT-MATR-INICIO/LT-MATR-FIM: janela de matricula do
      *    periodo; matricula feita a partir do inicio da janela do
      *    periodo seguinte ja e do periodo seguinte e nao e
      *    concluida no fechamento.
      *    LT-SITUACAO: A aberto, F fechado.
      *    LT-REVISAO-BOLSA: "S" quando a revisao das bolsas do
      *    periodo fechado (RevisarBolsas) ja rodou.
       01  PERIODO-REC.
           05 LT-PERIODO        PIC 9(6).
           05 LT-DESCRICAO      PIC X(20).
           05 LT-DATA-INICIO    PIC 9(8).
           05 LT-DATA-FIM       PIC 9(8).
           05 LT-PRAZO-NOTAS    PIC 9(8).
           05 LT-MATR-INICIO    PIC 9(8).
           05 LT-MATR-FIM       PIC 9(8).
           05 LT-SITUACAO       PIC X(1).
           05 LT-DATA-FECHAMENTO PIC 9(8).
           05 LT-QTD-CONCLUIDAS PIC 9(5).
           05 LT-QTD-ROLADAS    PIC 9(5).
           05 LT-REVISAO-BOLSA  PIC X(1).
