      *    Layout do manifesto de chegada dos arquivos de entrada
      *    (data/chegadas_manifesto.dat, LINE SEQUENTIAL, uma linha
      *    por arquivo esperado). Inclua com COPY "CHEGMREC.CPY" logo
      *    apos o FD do arquivo. Lido por ConferirChegadas.
      *    MF-GRUPO: grupo de arquivos conferido por um passo do
      *    plano (o cartao de parametros do passo traz o grupo).
      *    MF-ARQUIVO / MF-CONTROLE: arquivo de dados e arquivo de
      *    controle (CHEGCREC.CPY) que o remetente manda junto, em
      *    data/. MF-HORA-LIMITE: HHMM em que o remetente tem de ter
      *    gerado o arquivo no dia de negocio.
      *    MF-OBRIGATORIO "N": dia sem arquivo e sem controle nao e
      *    falta (o remetente nao manda nada quando nao tem
      *    movimento).
      *    MF-ORGANIZACAO: "S" sequencial, contado linha a linha;
      *    "P" as marcacoes de ponto (data/ponto.dat), contadas so
      *    as do dia de negocio.
      *    MF-POS-VALOR / MF-TAM-VALOR: coluna e tamanho do campo
      *    somado no total de controle; zero = so contagem.
      *    MF-ARQUIVO-LIMPO / MF-ARQUIVO-REJEITO: para a entrada que
      *    passa pela critica (EditarEntradas), o arquivo limpo que
      *    o lote le e o de rejeitados; limpos mais rejeitados tem
      *    de somar os registros do bruto do dia. Em branco quando
      *    o lote le o proprio arquivo recebido.
       01  MANIFESTO-REC.
           05 MF-GRUPO          PIC X(8).
           05 MF-ARQUIVO        PIC X(30).
           05 MF-CONTROLE       PIC X(30).
           05 MF-REMETENTE      PIC X(8).
           05 MF-HORA-LIMITE    PIC 9(4).
           05 MF-OBRIGATORIO    PIC X(1).
           05 MF-ORGANIZACAO    PIC X(1).
           05 MF-POS-VALOR      PIC 9(3).
           05 MF-TAM-VALOR      PIC 9(2).
           05 MF-ARQUIVO-LIMPO  PIC X(30).
           05 MF-ARQUIVO-REJEITO PIC X(30).
