      *    Layout do registro de checkpoint do fechamento anual
      *    (data/fechamento_ano.dat, LINE SEQUENTIAL, gravado em
      *    EXTEND por FechamentoAnual ao fim de cada etapa). Vale a
      *    ultima linha de cada etapa do ano: etapa concluida nao
      *    roda de novo na retomada, e a etapa que falhou e a
      *    primeira a rodar na proxima execucao.
      *    FA-ETAPA: 01 a 07 na ordem fixa do fechamento; 98 = ano
      *    encerrado (todas as etapas concluidas - nova execucao do
      *    mesmo ano e recusada); 99 = assinatura da operacao, que
      *    ControleDia exige para abrir o primeiro dia util do ano
      *    seguinte.
      *    FA-SITUACAO: "C" concluida, "A" concluida com aviso
      *    (RC 4), "F" falha, "E" encerrado, "S" assinado.
      *    FA-USUARIO: quem assinou (etapa 99).
       01  FECHAMENTO-ANO-REC.
           05 FA-ANO            PIC 9(4).
           05 FA-ETAPA          PIC 9(2).
           05 FA-NOME           PIC X(10).
           05 FA-SITUACAO       PIC X(1).
           05 FA-RETORNO        PIC 9(4).
           05 FA-REGISTROS      PIC 9(8).
           05 FA-DATA           PIC 9(8).
           05 FA-HORA           PIC 9(8).
           05 FA-USUARIO        PIC X(10).
