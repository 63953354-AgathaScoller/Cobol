       01 WS-SPOOL-QTD-PROG    PIC 9(5).
       01 WS-SPOOL-GERACAO     PIC 9(3).
       01 WS-SPOOL-DESTINO     PIC X(10).
      *    Destinatario quando o programa nao tem rota na tabela;
      *    a separacao por agencia poe aqui o destino da agencia.
       01 WS-SPOOL-DESTINO-PADRAO PIC X(10) VALUE "OPERACAO".
       01 WS-SPOOL-HOJE        PIC 9(8).
       01 WS-SPOOL-AGORA       PIC 9(8).
