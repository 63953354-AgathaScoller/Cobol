      *    Layout do registro de saldo de fim de ano por conta
      *    (data/saldos_anuais.dat, INDEXED, chave SA-CHAVE = conta +
      *    ano). Gravado pelo passo noturno FecharSaldosAno no ultimo
      *    lote de cada ano (posicao de 31/12), com o titular
      *    (CM-CPF) e o valor sob bloqueio judicial vigente naquela
      *    data; e a fonte dos saldos do informe de rendimentos
      *    (InformeRendimentos), ja que o cadastro de contas so
      *    guarda o saldo corrente.
      *    SA-BLOQUEADO nao inclui o float de cheque depositado
      *    (bloqueio do passo CHQDEP), que nao e bloqueio judicial.
      *    Inclua com COPY "SALANREC.CPY" logo apos o FD do arquivo.
       01  SALDO-ANUAL-REC.
           05 SA-CHAVE.
               10 SA-CONTA      PIC 9(6).
               10 SA-ANO        PIC 9(4).
           05 SA-CPF            PIC 9(11).
           05 SA-NOME           PIC X(20).
           05 SA-PRODUTO        PIC X(1).
           05 SA-SITUACAO       PIC X(1).
           05 SA-SALDO          PIC S9(7)V99.
           05 SA-BLOQUEADO      PIC 9(8)V99.
           05 SA-DATA-FOTO      PIC 9(8).
