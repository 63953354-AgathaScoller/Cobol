           05 AGENCIA-REC       PIC 9(3).
           05 TIPO-REC          PIC X(1).
           05 CONTA-REC         PIC 9(6).
           05 VALOR-REC         PIC 9(8)V99.
           05 CONTA-DESTINO-REC PIC 9(6).
           05 BANCO-DESTINO-REC PIC 9(3).
           05 LINHA-DIGITAVEL-REC PIC X(47).
           05 ASSINANTE-1-REC   PIC 9(11).
           05 ASSINANTE-2-REC   PIC 9(11).

       FD  ORDEM-REPORT.
       01  REPORT-LINE          PIC X(70).
               MOVE OP-VALOR TO VALOR-REC
               MOVE OP-CONTA-DESTINO TO CONTA-DESTINO-REC
               MOVE 0 TO BANCO-DESTINO-REC
               MOVE SPACES TO LINHA-DIGITAVEL-REC
      *    Ordem de conta conjunta leva os titulares que a
      *    autorizaram; ordem anterior ao campo vai com zero.
               IF OP-ASSINANTE-1 IS NUMERIC AND
                       OP-ASSINANTE-2 IS NUMERIC
                   MOVE OP-ASSINANTE-1 TO ASSINANTE-1-REC
                   MOVE OP-ASSINANTE-2 TO ASSINANTE-2-REC
               ELSE
                   MOVE 0 TO ASSINANTE-1-REC
                   MOVE 0 TO ASSINANTE-2-REC
               END-IF
               WRITE SAQUE-REC

               MOVE WS-HOJE TO OP-ULT-GERACAO
