      *    Layout do historico de crescimento dos arquivos
      *    (data/crescimento_historico.dat, LINE SEQUENTIAL): uma
      *    medicao por arquivo do catalogo (CATARREC.CPY) por noite,
      *    gravada por ColetarCrescimento, mais a linha "*TOTAL" com
      *    a soma da area de dados. Lido por RelatorioCrescimento
      *    para o crescimento em 4 e 12 semanas e a projecao do teto.
       01  CRESCIMENTO-REC.
           05 GH-DATA           PIC 9(8).
           05 GH-ARQUIVO        PIC X(40).
           05 GH-CLASSE         PIC X(1).
           05 GH-REGISTROS      PIC 9(10).
           05 GH-BYTES          PIC 9(12).
