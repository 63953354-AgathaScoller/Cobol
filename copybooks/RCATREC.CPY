      *    Layout da tabela de categorias de reclamacao
      *    (data/reclamacoes_categorias.dat, LINE SEQUENTIAL, uma
      *    linha por categoria). Inclua com COPY "RCATREC.CPY" logo
      *    apos o FD do arquivo.
      *    CQ-PRAZO-UTEIS: prazo de resposta em dias uteis contados
      *    da abertura; CQ-AVISO-UTEIS: a partir de quantos dias
      *    uteis restantes o aging noturno lista a reclamacao como
      *    perto do prazo; CQ-REGULATORIO "S" quando o prazo e do
      *    regulador; CQ-RESPONSAVEL: operador que recebe a
      *    reclamacao na abertura, ate a designacao.
       01  CATEGORIA-RECL-REC.
           05 CQ-CATEGORIA      PIC X(4).
           05 CQ-PRAZO-UTEIS    PIC 9(3).
           05 CQ-AVISO-UTEIS    PIC 9(2).
           05 CQ-REGULATORIO    PIC X(1).
           05 CQ-RESPONSAVEL    PIC X(10).
           05 CQ-DESCRICAO      PIC X(30).
