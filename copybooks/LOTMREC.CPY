      *    Layout do registro de lotacao minima por departamento
      *    (data/lotacao_minima.dat, INDEXED, chave LM-DEPARTAMENTO,
      *    o mesmo EM-DEPARTAMENTO do cadastro de empregados).
      *    Inclua com COPY "LOTMREC.CPY" logo apos o FD do arquivo.
      *    Mantido em ManterLotacaoMinima; usado pela previsao de
      *    quatro semanas (PrevisaoLotacao) e pelo alerta diario de
      *    CoberturaDepto.
      *    LM-MINIMO: quantidade minima de empregados trabalhando por
      *    dia da semana, 1 = segunda ... 7 = domingo.
      *    LM-MINIMO-FERIADO: minimo nos feriados de feriados.dat
      *    (vale no lugar do dia da semana). Zero = sem minimo.
       01  LOTACAO-MINIMA-REC.
           05 LM-DEPARTAMENTO   PIC X(10).
           05 LM-MINIMO         PIC 9(3) OCCURS 7 TIMES.
           05 LM-MINIMO-FERIADO PIC 9(3).
