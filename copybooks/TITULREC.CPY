      *    Layout do registro de titulares de conta
      *    (data/contas_titulares.dat, INDEXED, chave TT-CHAVE =
      *    conta + CPF). Inclua com COPY "TITULREC.CPY" logo apos o
      *    FD do arquivo. Mantido em ManterContas (opcao de
      *    titulares); liga varios CPFs do cadastro de clientes a uma
      *    mesma conta, cada um com o seu papel.
      *    TT-PAPEL: "P" titular principal (o mesmo CPF de CM-CPF no
      *    cadastro de contas), "S" segundo titular, "R"
      *    representante legal. Conta sem registro neste arquivo tem
      *    como unico titular o CM-CPF, como antes do arquivo.
      *    Titulares "P" e "S" respondem pela conta no limite diario
      *    por CPF; o representante legal assina, mas a conta nao
      *    conta no limite dele.
       01  TITULAR-REC.
           05 TT-CHAVE.
               10 TT-CONTA      PIC 9(6).
               10 TT-CPF        PIC 9(11).
           05 TT-PAPEL          PIC X(1).
           05 TT-DATA-INCLUSAO  PIC 9(8).
