       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecebimentosOficina.

      *    Recebimento das faturas da oficina
      *    (data/faturas_oficina.dat), emitidas por PedidosOficina
      *    na entrega do pedido. O caixa lanca o pagamento pelo
      *    codigo do cliente e numero do pedido; pagamento parcial
      *    acumula ate quitar o valor, e acima do saldo e recusado.
      *    A listagem mostra as faturas do cliente com o saldo e os
      *    dias de atraso; o aging geral sai em AgingOficina.
      *    Cada pagamento vai tambem para o razao (GLSBGRV.CPY,
      *    levado a interface por ConsolidarGL).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA-FILE ASSIGN TO "data/faturas_oficina.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-CHAVE
               FILE STATUS IS WS-FATURA-STATUS.

           COPY "GLSBSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  FATURA-FILE.
       COPY "FATOFREC.CPY".

       COPY "GLSBFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "GLSBWS.CPY".
       COPY "AUDITWS.CPY".
       01 WS-FATURA-STATUS   PIC XX.
       01 WS-EOF-FATURA      PIC X VALUE "N".
           88 FIM-FATURAS        VALUE "S".
       01 OPCAO              PIC X(1).
       01 WS-CLIENTE         PIC 9(6) VALUE 0.
       01 WS-PEDIDO          PIC 9(6) VALUE 0.
       01 MENSAGEM           PIC X(40).
       01 WS-HOJE            PIC 9(8).
       01 WS-ACHOU-FATURA    PIC X(1).
           88 FATURA-ENCONTRADA  VALUE "S".
       01 WS-VALOR-PAGTO     PIC 9(7)V99 VALUE 0.
       01 WS-SALDO           PIC 9(7)V99.
       01 WS-SALDO-EDIT      PIC Z(6)9.99.
       01 WS-VALOR-EDIT      PIC Z(6)9.99.
       01 WS-DIAS-ATRASO     PIC 9(5).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           OPEN I-O FATURA-FILE
           IF WS-FATURA-STATUS = "35"
               OPEN OUTPUT FATURA-FILE
               CLOSE FATURA-FILE
               OPEN I-O FATURA-FILE
           END-IF

           DISPLAY "Faturas da oficina - (P)agamento ou (L)istar "
                   "faturas do cliente? "
           ACCEPT OPCAO

           EVALUATE OPCAO
               WHEN "P"
               WHEN "p"
                   PERFORM REGISTRAR-PAGAMENTO
               WHEN OTHER
                   PERFORM LISTAR-FATURAS
           END-EVALUATE

           CLOSE FATURA-FILE

           STRING "OPCAO=" DELIMITED BY SIZE
                  OPCAO DELIMITED BY SIZE
                  " CLIENTE=" DELIMITED BY SIZE
                  WS-CLIENTE DELIMITED BY SIZE
                  " PEDIDO=" DELIMITED BY SIZE
                  WS-PEDIDO DELIMITED BY SIZE
                  " VALOR=" DELIMITED BY SIZE
                  WS-VALOR-PAGTO DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           MOVE MENSAGEM TO WS-AUDIT-SAIDA
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

       REGISTRAR-PAGAMENTO.
           DISPLAY "Codigo do cliente: "
           ACCEPT WS-CLIENTE
           DISPLAY "Numero do pedido da fatura: "
           ACCEPT WS-PEDIDO

           PERFORM LER-FATURA
           IF NOT FATURA-ENCONTRADA
               MOVE "Fatura inexistente." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF
           IF FT-SITUACAO = "Q"
               MOVE "Fatura ja quitada." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           COMPUTE WS-SALDO = FT-VALOR - FT-VALOR-PAGO
           MOVE WS-SALDO TO WS-SALDO-EDIT
           DISPLAY "Saldo da fatura: " WS-SALDO-EDIT
                   "  Vencimento: " FT-VENCIMENTO
           DISPLAY "Valor pago: "
           ACCEPT WS-VALOR-PAGTO
           IF WS-VALOR-PAGTO NOT NUMERIC OR WS-VALOR-PAGTO = 0
               MOVE 0 TO WS-VALOR-PAGTO
               MOVE "Valor invalido." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF
           IF WS-VALOR-PAGTO > WS-SALDO
               MOVE "Valor acima do saldo da fatura." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           ADD WS-VALOR-PAGTO TO FT-VALOR-PAGO
           MOVE WS-HOJE TO FT-DATA-PAGTO
           IF FT-VALOR-PAGO >= FT-VALOR
               MOVE "Q" TO FT-SITUACAO
               MOVE "Fatura quitada." TO MENSAGEM
           ELSE
               MOVE "Pagamento parcial registrado." TO MENSAGEM
           END-IF
           REWRITE FATURA-REC

           MOVE "OFICINA" TO WS-GS-ORIGEM
           MOVE "PAGTO" TO WS-GS-EVENTO
           MOVE FT-CLIENTE TO WS-GS-CONTA
           MOVE WS-VALOR-PAGTO TO WS-GS-VALOR
           MOVE SPACES TO WS-GS-REFERENCIA
           STRING "PEDIDO " DELIMITED BY SIZE
                  FT-PEDIDO DELIMITED BY SIZE
                  INTO WS-GS-REFERENCIA
           END-STRING
           PERFORM GRAVAR-LANCAMENTO-GL
           DISPLAY MENSAGEM.

       LISTAR-FATURAS.
           DISPLAY "Codigo do cliente: "
           ACCEPT WS-CLIENTE

           DISPLAY "PEDIDO EMISSAO  VENCTO        VALOR      SALDO "
                   "SIT ATRASO"
           MOVE WS-CLIENTE TO FT-CLIENTE
           MOVE 0 TO FT-PEDIDO
           START FATURA-FILE KEY NOT < FT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-FATURA
           END-START

           PERFORM UNTIL FIM-FATURAS
               READ FATURA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-FATURA
                   NOT AT END
                       IF FT-CLIENTE NOT = WS-CLIENTE
                           MOVE "S" TO WS-EOF-FATURA
                       ELSE
                           PERFORM MOSTRAR-FATURA
                       END-IF
               END-READ
           END-PERFORM

           MOVE "Listagem efetuada." TO MENSAGEM.

       MOSTRAR-FATURA.
           COMPUTE WS-SALDO = FT-VALOR - FT-VALOR-PAGO
           MOVE 0 TO WS-DIAS-ATRASO
           IF FT-SITUACAO = "A" AND WS-HOJE > FT-VENCIMENTO
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE)
                   - FUNCTION INTEGER-OF-DATE(FT-VENCIMENTO)
           END-IF
           MOVE FT-VALOR TO WS-VALOR-EDIT
           MOVE WS-SALDO TO WS-SALDO-EDIT
           DISPLAY FT-PEDIDO " " FT-EMISSAO " " FT-VENCIMENTO " "
                   WS-VALOR-EDIT " " WS-SALDO-EDIT "  "
                   FT-SITUACAO "  " WS-DIAS-ATRASO.

       LER-FATURA.
           MOVE "N" TO WS-ACHOU-FATURA
           MOVE WS-CLIENTE TO FT-CLIENTE
           MOVE WS-PEDIDO TO FT-PEDIDO
           READ FATURA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-FATURA
           END-READ.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "RecebimentosOficina"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.

           COPY "GLSBGRV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-LANCAMENTO-GL
               PROGRAMA-NOME BY "RecebimentosOficina".
