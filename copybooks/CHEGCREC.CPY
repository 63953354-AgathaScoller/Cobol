      *    Layout do arquivo de controle que acompanha cada arquivo
      *    de entrada recebido (nome no manifesto, CHEGMREC.CPY).
      *    Inclua com COPY "CHEGCREC.CPY" logo apos o FD do arquivo.
      *    Duas linhas, gravadas pelo remetente:
      *      "H" cabecalho: remetente, dia de negocio a que os dados
      *          se referem e data/hora (HHMM) da geracao;
      *      "T" trailer: quantidade de registros do arquivo de
      *          dados e total de controle (soma do campo de valor
      *          indicado no manifesto, sem virgula; zero quando o
      *          manifesto nao indica campo).
       01  CONTROLE-CHEGADA-REC.
           05 CC-TIPO           PIC X(1).
           05 CC-CORPO          PIC X(28).
           05 CC-CABECALHO REDEFINES CC-CORPO.
               10 CC-REMETENTE      PIC X(8).
               10 CC-DATA-NEGOCIO   PIC 9(8).
               10 CC-DATA-GERACAO   PIC 9(8).
               10 CC-HORA-GERACAO   PIC 9(4).
           05 CC-TRAILER REDEFINES CC-CORPO.
               10 CC-QTD-REGISTROS  PIC 9(8).
               10 CC-TOTAL-CONTROLE PIC 9(15).
               10 FILLER            PIC X(5).
