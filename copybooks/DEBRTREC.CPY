      *    Layout do registro de retorno do debito automatico de
      *    mensalidade (data/debito_escola_ret.dat, LINE SEQUENTIAL,
      *    gravado em EXTEND por VerificarSaque para cada debito
      *    tipo "M" lancado ou negado). O passo BaixarDebitosEscola
      *    le o retorno, quita a parcela aprovada ou agenda a
      *    retentativa da negada, e esvazia o arquivo.
      *    DR-REFERENCIA: chave da parcela (MN-CHAVE, mes + aluno +
      *    curso), como veio na transacao.
      *    DR-RESULTADO: "A" debitado, "N" negado (DR-MOTIVO).
       01  DEBITO-RETORNO-REC.
           05 DR-DATA           PIC 9(8).
           05 DR-SEQ            PIC 9(8).
           05 DR-CONTA          PIC 9(6).
           05 DR-REFERENCIA     PIC X(22).
           05 DR-VALOR          PIC 9(5)V99.
           05 DR-RESULTADO      PIC X(1).
           05 DR-MOTIVO         PIC X(30).
