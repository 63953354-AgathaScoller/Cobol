      *    Layout do controle de encadeamento dos logs de auditoria
      *    (data/auditoria_cadeia.dat, INDEXED, chave o nome do log).
      *    Inclua com COPY "CADFD.CPY" dentro da FILE SECTION.
      *    Cada linha de auditoria (auditoria_geral.log e os logs
      *    datados de saque e senha) leva nas colunas 161 a 179 o
      *    elo " CK=nnnnnnnnnnnnnnn", calculado (CADCALC.CPY) sobre o
      *    texto da linha (colunas 1 a 160) e o elo da linha
      *    anterior do mesmo log. AC-ULTIMO guarda o elo da ultima
      *    linha gravada em cada log: linha apagada, alterada ou
      *    inserida quebra a cadeia, e linha cortada do fim deixa o
      *    log sem terminar no AC-ULTIMO. A rolagem mensal do log
      *    geral (ArquivarLogs) nao zera o elo: a primeira linha do
      *    log novo e o selo da rolagem (CADSELO.CPY), encadeado no
      *    ultimo elo do mes arquivado.
       FD  CADEIA-FILE.
       01  CADEIA-REC.
           05 AC-ARQUIVO        PIC X(44).
           05 AC-ULTIMO         PIC 9(15).
           05 AC-QTD            PIC 9(9).
           05 AC-DATA           PIC 9(8).
           05 AC-HORA           PIC 9(8).
