      *    Layout do registro de acumulo de saldo diario por conta e
      *    mes (data/saldos_medios.dat, INDEXED, chave SM-CHAVE =
      *    conta + AAAAMM). Gravado toda noite pelo passo
      *    RevisarTiers: o saldo de fechamento do dia entra em
      *    SM-SOMA-SALDOS multiplicado pelos dias corridos que ele
      *    vale (ate o proximo dia util, sem passar do fim do mes),
      *    e SM-DIAS soma esses dias - saldo medio diario =
      *    SM-SOMA-SALDOS / SM-DIAS. O cadastro de contas so guarda
      *    o saldo corrente, e o movimento nao traz o lado credor
      *    das transferencias, por isso o saldo do dia e fotografado
      *    em vez de reconstruido.
      *    SM-DATA-ULTIMA, SM-ULTIMO-SALDO e SM-ULTIMOS-DIAS guardam
      *    a ultima foto, para a reexecucao no mesmo dia desfazer a
      *    foto anterior em vez de contar o dia duas vezes.
      *    Inclua com COPY "SMEDREC.CPY" logo apos o FD do arquivo.
       01  SALDO-MEDIO-REC.
           05 SM-CHAVE.
               10 SM-CONTA      PIC 9(6).
               10 SM-MES        PIC 9(6).
           05 SM-SOMA-SALDOS    PIC S9(13)V99.
           05 SM-DIAS           PIC 9(3).
           05 SM-DATA-ULTIMA    PIC 9(8).
           05 SM-ULTIMO-SALDO   PIC S9(7)V99.
           05 SM-ULTIMOS-DIAS   PIC 9(3).
