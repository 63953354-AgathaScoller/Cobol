               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRECOS-STATUS.

           SELECT CLIENTE-OFICINA-FILE ASSIGN TO
               "data/clientes_oficina.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CODIGO
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT FATURA-FILE ASSIGN TO "data/faturas_oficina.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-CHAVE
               FILE STATUS IS WS-FATURA-STATUS.

           COPY "DNEGSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  LADOS-FILE.
           05 PR-PRECO-M2      PIC 9(3)V99.
           05 PR-TAXA-SETUP    PIC 9(3)V99.

       FD  CLIENTE-OFICINA-FILE.
       COPY "CLIOFREC.CPY".

       FD  FATURA-FILE.
       COPY "FATOFREC.CPY".

       COPY "DNEGFD.CPY".

       COPY "RUNHFD.CPY".

       COPY "CTLFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "DNEGWS.CPY".
       COPY "RUNHWS.CPY".
       01 WS-HOJE           PIC 9(8).
       01 WS-TENTATIVA-MODO PIC 9(1).
       01 WS-QTD-INVALIDOS  PIC 9(5) VALUE 0.
       01 WS-CLIENTE-STATUS PIC XX.
       01 WS-FATURA-STATUS  PIC XX.
       01 WS-CODIGO-CLIENTE PIC 9(6) VALUE 0.
       01 WS-SITUACAO-ORCAMENTO PIC X(50).
       01 WS-CLIENTE-LIBERADO PIC X(1).
           88 CLIENTE-LIBERADO  VALUE "S".
       01 WS-EOF-FATURA     PIC X(1).
           88 FIM-FATURAS       VALUE "S".
       01 WS-LIMITE-VENC    PIC 9(8).
       01 WS-NOME-CLIENTE   PIC X(20).

       PROCEDURE DIVISION.
       INICIO.
               DISPLAY "Perimetro: " PERIMETRO
               DISPLAY "Area: " TRI-AREA
               DISPLAY "Retangulo: " WS-RETANGULO
               PERFORM ORCAR-PECA-CLIENTE
           END-IF

           STRING "A=" DELIMITED BY SIZE A DELIMITED BY SIZE
                  " B=" DELIMITED BY SIZE B DELIMITED BY SIZE
                  " C=" DELIMITED BY SIZE C DELIMITED BY SIZE
                  " CLIENTE=" DELIMITED BY SIZE
                  WS-CODIGO-CLIENTE DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           IF WS-CODIGO-CLIENTE > 0
               MOVE WS-SITUACAO-ORCAMENTO TO WS-AUDIT-SAIDA
           ELSE
               MOVE MENSAGEM TO WS-AUDIT-SAIDA
           END-IF
           PERFORM REGISTRAR-AUDITORIA.

      *    Orcamento no balcao: com a tabela de precos presente e o
      *    cliente informado, a peca valida e precificada - exceto
      *    para cliente fora do cadastro da oficina ou com fatura
      *    aberta vencida ha mais de 90 dias (o mesmo corte da faixa
      *    90+ de AgingOficina), que fica bloqueado ate pagar.
       ORCAR-PECA-CLIENTE.
           PERFORM CARREGAR-PRECOS
           IF PRECOS-CARREGADOS
               DISPLAY "Codigo do cliente para orcamento "
                       "(0 = sem orcamento): "
               ACCEPT WS-CODIGO-CLIENTE
               IF WS-CODIGO-CLIENTE NOT NUMERIC
                   MOVE 0 TO WS-CODIGO-CLIENTE
               END-IF
               IF WS-CODIGO-CLIENTE > 0
                   PERFORM VERIFICAR-CLIENTE-ORCAMENTO
                   IF CLIENTE-LIBERADO
                       PERFORM CALCULAR-PRECO-PECA
                       MOVE WS-PRECO-PECA TO WS-PRECO-EDIT
                       STRING "Orcamento para " DELIMITED BY SIZE
                              WS-NOME-CLIENTE DELIMITED BY SIZE
                              ": " DELIMITED BY SIZE
                              WS-PRECO-EDIT DELIMITED BY SIZE
                              INTO WS-SITUACAO-ORCAMENTO
                       END-STRING
                   END-IF
                   DISPLAY WS-SITUACAO-ORCAMENTO
               END-IF
           END-IF.

       VERIFICAR-CLIENTE-ORCAMENTO.
           MOVE "N" TO WS-CLIENTE-LIBERADO
           MOVE SPACES TO WS-SITUACAO-ORCAMENTO
           OPEN INPUT CLIENTE-OFICINA-FILE
           IF WS-CLIENTE-STATUS = "00"
               MOVE WS-CODIGO-CLIENTE TO CO-CODIGO
               READ CLIENTE-OFICINA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-CLIENTE-LIBERADO
                       MOVE CO-NOME TO WS-NOME-CLIENTE
               END-READ
               CLOSE CLIENTE-OFICINA-FILE
           END-IF
           IF NOT CLIENTE-LIBERADO
               MOVE "Cliente nao cadastrado na oficina: sem orcamento."
                   TO WS-SITUACAO-ORCAMENTO
           ELSE
               PERFORM VERIFICAR-FATURAS-VENCIDAS
           END-IF.

      *    Fatura aberta com vencimento anterior a hoje menos 90
      *    dias bloqueia o cliente.
       VERIFICAR-FATURAS-VENCIDAS.
           COMPUTE WS-LIMITE-VENC = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) - 90)
           MOVE "N" TO WS-EOF-FATURA
           OPEN INPUT FATURA-FILE
           IF WS-FATURA-STATUS = "00"
               MOVE WS-CODIGO-CLIENTE TO FT-CLIENTE
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
                           PERFORM AVALIAR-FATURA-CLIENTE
                   END-READ
               END-PERFORM
               CLOSE FATURA-FILE
           END-IF.

       AVALIAR-FATURA-CLIENTE.
           IF FT-CLIENTE NOT = WS-CODIGO-CLIENTE
               MOVE "S" TO WS-EOF-FATURA
           ELSE
           IF FT-SITUACAO = "A" AND FT-VENCIMENTO < WS-LIMITE-VENC
               MOVE "N" TO WS-CLIENTE-LIBERADO
               MOVE "S" TO WS-EOF-FATURA
               STRING "Cliente bloqueado: pedido " DELIMITED BY SIZE
                      FT-PEDIDO DELIMITED BY SIZE
                      " vencido +90 dias" DELIMITED BY SIZE
                      INTO WS-SITUACAO-ORCAMENTO
               END-STRING
           END-IF
           END-IF.

       PROCESSAR-LOTE.

      *    Registro "I" do historico de execucao (cronica noturna).
