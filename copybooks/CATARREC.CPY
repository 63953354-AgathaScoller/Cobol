      *    Layout do catalogo de arquivos acompanhados pelo controle
      *    de crescimento (data/catalogo_arquivos.dat, LINE
      *    SEQUENTIAL, um arquivo por linha), lido pela coleta
      *    noturna (ColetarCrescimento) e pelo relatorio semanal
      *    (RelatorioCrescimento).
      *    CA-ARQUIVO: nome do arquivo dentro de data/.
      *    CA-CLASSE: "M" mestre indexado (medido pela descarga do
      *    dia, data/backup_<CA-BACKUP>_AAAAMMDD.dat, de
      *    ExportarMasters: contagem do trailer vezes
      *    CA-TAM-REGISTRO); "V" movimento, "L" log e "R" relatorio
      *    (sequenciais, lidos linha a linha); "S" copias de spool
      *    (todas as geracoes do catalogo de spool somadas, nome
      *    livre); "A" a area de dados inteira, com CA-ARQUIVO
      *    "*TOTAL" - so carrega o teto da area.
      *    CA-TAM-REGISTRO: tamanho do registro do mestre; zero soma
      *    o tamanho das linhas de dados da descarga.
      *    CA-TETO-MB: teto em MB para a projecao (0 = sem teto).
      *    CA-RETENCAO: "S" quando o arquivo ja e rolado ou
      *    consolidado pela retencao do ArquivarLogs.
       01  CATALOGO-ARQ-REC.
           05 CA-ARQUIVO        PIC X(40).
           05 CA-CLASSE         PIC X(1).
           05 CA-TAM-REGISTRO   PIC 9(5).
           05 CA-BACKUP         PIC X(20).
           05 CA-TETO-MB        PIC 9(7).
           05 CA-RETENCAO       PIC X(1).
