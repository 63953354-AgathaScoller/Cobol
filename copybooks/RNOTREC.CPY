      *    Layout do historico das reclamacoes da ouvidoria
      *    (data/reclamacoes_notas.dat, LINE SEQUENTIAL, gravado em
      *    EXTEND por ManterReclamacoes). Inclua com
      *    COPY "RNOTREC.CPY" logo apos o FD do arquivo.
      *    RA-TIPO: "A" abertura, "D" designacao (RA-TEXTO traz o
      *    novo responsavel), "N" anotacao, "E" encerramento (texto
      *    da resposta dada ao cliente).
       01  NOTA-RECL-REC.
           05 RA-ID             PIC 9(6).
           05 RA-DATA           PIC 9(8).
           05 RA-HORA           PIC 9(8).
           05 RA-OPERADOR       PIC X(10).
           05 RA-TIPO           PIC X(1).
           05 RA-TEXTO          PIC X(60).
