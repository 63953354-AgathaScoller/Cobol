      *    Layout do registro de acompanhamento do uso do cheque
      *    especial por conta (data/cheque_uso.dat, INDEXED, chave
      *    CU-CONTA). Inclua com COPY "CHUSOREC.CPY" logo apos o FD
      *    do arquivo. Mantido toda noite pelo passo MonitorCheque,
      *    com o saldo de fechamento do dia ja com os juros de
      *    JurosCheque.
      *    CU-DATA-INICIO: primeiro dia da sequencia atual de dias
      *    corridos no negativo (zero = conta hoje nao negativa);
      *    CU-DIAS-NEGATIVO conta os dias corridos da sequencia,
      *    entao o fim de semana entre dois fechamentos negativos
      *    conta. CU-PCT-USO e CU-PCT-MAXIMO: percentual do limite
      *    CM-LIMITE-CHEQUE usado no ultimo fechamento e o maior da
      *    sequencia (999,99 sem limite). CU-DATA-PROPOSTA: data em
      *    que a suspensao do limite foi proposta na sequencia atual
      *    (zero = nao proposta) - so uma proposta por sequencia.
       01  CHEQUE-USO-REC.
           05 CU-CONTA          PIC 9(6).
           05 CU-DATA-INICIO    PIC 9(8).
           05 CU-DATA-ULTIMA    PIC 9(8).
           05 CU-DIAS-NEGATIVO  PIC 9(4).
           05 CU-SALDO-ULTIMO   PIC S9(7)V99.
           05 CU-PCT-USO        PIC 9(3)V99.
           05 CU-PCT-MAXIMO     PIC 9(3)V99.
           05 CU-DATA-PROPOSTA  PIC 9(8).
