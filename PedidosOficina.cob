      *    preco cotado e cliente), avanca para producao, e entregue
      *    ou cancelado, e cada mudanca carimba a data. A lista de
      *    corte do chao de fabrica sai de CorteDiario e o fechado
      *    do mes de RelatorioPedidos. O cliente vem do cadastro da
      *    oficina (ManterClientesOficina) e a entrega emite a
      *    fatura com o vencimento pelo prazo do cliente. No aceite
      *    o pedido entra no fim da fila de producao e recebe a data
      *    de entrega prometida: a carga da fila (metros de solda dos
      *    pedidos aceitos e em producao, mais o novo) dividida pela
      *    capacidade diaria da oficina, em dias uteis a partir de
      *    hoje. A fila e refeita toda noite por ProgramarProducao.
      *    A fatura emitida vai tambem para o razao como receita
      *    (GLSBGRV.CPY, levada a interface por ConsolidarGL).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS PD-ID
               FILE STATUS IS WS-PEDIDO-STATUS.

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

           SELECT CAPACIDADE-FILE ASSIGN TO
               "data/capacidade_oficina.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPACIDADE-STATUS.

           COPY "GLSBSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDO-FILE.
       COPY "PEDIDREC.CPY".

       FD  CLIENTE-OFICINA-FILE.
       COPY "CLIOFREC.CPY".

       FD  FATURA-FILE.
       COPY "FATOFREC.CPY".

       FD  CAPACIDADE-FILE.
       COPY "CAPOFREC.CPY".

       COPY "GLSBFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "GLSBWS.CPY".
       COPY "AUDITWS.CPY".
       01 WS-PEDIDO-STATUS  PIC XX.
       01 OPCAO             PIC X(1).
       01 WS-EOF-PEDIDO     PIC X VALUE "N".
           88 FIM-PEDIDOS       VALUE "S".
       01 WS-SITUACAO-NOVA  PIC X(1).
       01 WS-CLIENTE-STATUS PIC XX.
       01 WS-FATURA-STATUS  PIC XX.
       01 WS-CLIENTES-OK    PIC X(1) VALUE "N".
           88 CLIENTES-ABERTO   VALUE "S".
       01 WS-CODIGO-CLIENTE PIC 9(6).
       01 WS-ACHOU-CLIENTE  PIC X(1).
           88 CLIENTE-ENCONTRADO VALUE "S".
       01 WS-CAL-OPERACAO   PIC X(1).
       01 WS-CAL-NOME-DIA   PIC X(10).
       01 WS-VENC-CORRIDO   PIC 9(8).
       01 WS-CAPACIDADE-STATUS PIC XX.
       01 WS-EOF-CAPACIDADE PIC X(1).
           88 FIM-CAPACIDADE    VALUE "S".
       01 WS-CAPACIDADE-DIA PIC 9(4)V99.
       01 WS-CARGA-FILA     PIC 9(7)V99.
       01 WS-DIAS-PRODUCAO  PIC 9(5).
           COPY "DUTILWS.CPY".

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-PEDIDO-FILE
           OPEN INPUT CLIENTE-OFICINA-FILE
           IF WS-CLIENTE-STATUS = "00"
               MOVE "S" TO WS-CLIENTES-OK
           END-IF
           OPEN I-O FATURA-FILE
           IF WS-FATURA-STATUS = "35"
               OPEN OUTPUT FATURA-FILE
               CLOSE FATURA-FILE
               OPEN I-O FATURA-FILE
           END-IF

           DISPLAY "Pedidos - (I)ncluir aceito, (P)roducao, "
                   "(E)ntregar, (C)ancelar ou (L)istar? "
           END-EVALUATE

           CLOSE PEDIDO-FILE
           IF CLIENTES-ABERTO
               CLOSE CLIENTE-OFICINA-FILE
           END-IF
           CLOSE FATURA-FILE

           STRING "OPCAO=" DELIMITED BY SIZE
                  OPCAO DELIMITED BY SIZE
               GOBACK
           END-IF

           DISPLAY "Codigo do cliente: "
           ACCEPT WS-CODIGO-CLIENTE
           PERFORM LER-CLIENTE-OFICINA
           IF NOT CLIENTE-ENCONTRADO
               MOVE "Cliente nao cadastrado." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           PERFORM SOMAR-FILA-PRODUCAO

           MOVE WS-ID TO PD-ID
           MOVE CO-CODIGO TO PD-CLIENTE-COD
           MOVE CO-NOME TO PD-CLIENTE
           DISPLAY "Cliente: " PD-CLIENTE
           DISPLAY "Lado A: "
           ACCEPT PD-LADO-A
           DISPLAY "Lado B: "
           MOVE WS-HOJE TO PD-DATA-ACEITE
           MOVE "A" TO PD-SITUACAO
           MOVE WS-HOJE TO PD-DATA-SITUACAO
           MOVE SPACES TO PD-RESERVA
           MOVE 0 TO PD-BARRAS-RESERVA
           MOVE 0 TO PD-DATA-CORTE
           PERFORM CALCULAR-DATA-PROMETIDA
           WRITE PEDIDO-REC

           MOVE "Pedido aceito registrado." TO MENSAGEM
           DISPLAY MENSAGEM
           IF PD-DATA-PROMETIDA > 0
               DISPLAY "Entrega prometida: " PD-DATA-PROMETIDA
           ELSE
               DISPLAY "Sem capacidade cadastrada: a data prometida "
                       "sai na programacao noturna."
           END-IF.

      *    Carga a frente do pedido novo: metros de solda (perimetro)
      *    de todos os pedidos aceitos ou em producao.
       SOMAR-FILA-PRODUCAO.
           MOVE 0 TO WS-CARGA-FILA
           MOVE "N" TO WS-EOF-PEDIDO
           MOVE LOW-VALUES TO PD-ID
           START PEDIDO-FILE KEY NOT < PD-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-PEDIDO
           END-START

           PERFORM UNTIL FIM-PEDIDOS
               READ PEDIDO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PEDIDO
                   NOT AT END
                       IF PD-SITUACAO = "A" OR PD-SITUACAO = "P"
                           ADD PD-PERIMETRO TO WS-CARGA-FILA
                       END-IF
               END-READ
           END-PERFORM.

      *    Dias de producao = carga da fila com o pedido novo sobre
      *    a capacidade diaria, arredondado para cima (minimo um).
       CALCULAR-DATA-PROMETIDA.
           MOVE 0 TO PD-DATA-PROMETIDA
           MOVE 0 TO PD-DATA-PREVISTA
           PERFORM CARREGAR-CAPACIDADE
           IF WS-CAPACIDADE-DIA > 0
               ADD PD-PERIMETRO TO WS-CARGA-FILA
               COMPUTE WS-DIAS-PRODUCAO =
                   WS-CARGA-FILA / WS-CAPACIDADE-DIA
               IF WS-DIAS-PRODUCAO * WS-CAPACIDADE-DIA < WS-CARGA-FILA
                   ADD 1 TO WS-DIAS-PRODUCAO
               END-IF
               IF WS-DIAS-PRODUCAO = 0
                   MOVE 1 TO WS-DIAS-PRODUCAO
               END-IF
               PERFORM SOMAR-DIAS-UTEIS
               MOVE PD-DATA-PROMETIDA TO PD-DATA-PREVISTA
           END-IF.

      *    Capacidade vigente: a linha de maior vigencia ate hoje.
       CARREGAR-CAPACIDADE.
           MOVE 0 TO WS-CAPACIDADE-DIA
           MOVE "N" TO WS-EOF-CAPACIDADE
           OPEN INPUT CAPACIDADE-FILE
           IF WS-CAPACIDADE-STATUS = "00"
               PERFORM UNTIL FIM-CAPACIDADE
                   READ CAPACIDADE-FILE
                       AT END
                           MOVE "S" TO WS-EOF-CAPACIDADE
                       NOT AT END
                           IF CP-VIGENCIA <= WS-HOJE
                               MOVE CP-METROS-DIA TO WS-CAPACIDADE-DIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAPACIDADE-FILE
           END-IF.

       MUDAR-SITUACAO.
           DISPLAY "Numero do pedido: "
               GOBACK
           END-IF

      *    A entrega fatura o pedido, entao exige o cliente no
      *    cadastro; pedido antigo sem codigo pede o codigo aqui.
           MOVE "S" TO WS-ACHOU-CLIENTE
           IF WS-SITUACAO-NOVA = "E" AND PD-SITUACAO = "P"
               IF PD-CLIENTE-COD = 0
                   DISPLAY "Pedido sem cliente cadastrado ("
                           PD-CLIENTE "). Codigo do cliente: "
                   ACCEPT WS-CODIGO-CLIENTE
               ELSE
                   MOVE PD-CLIENTE-COD TO WS-CODIGO-CLIENTE
               END-IF
               PERFORM LER-CLIENTE-OFICINA
           END-IF

      *    Ciclo: aceito -> producao -> entregue; cancelamento so
      *    antes da entrega.
           EVALUATE TRUE
                       MENSAGEM
               WHEN WS-SITUACAO-NOVA = "C" AND PD-SITUACAO = "E"
                   MOVE "Pedido entregue nao cancela." TO MENSAGEM
               WHEN NOT CLIENTE-ENCONTRADO
                   MOVE "Cliente nao cadastrado; entrega recusada."
                       TO MENSAGEM
               WHEN OTHER
                   MOVE WS-SITUACAO-NOVA TO PD-SITUACAO
                   MOVE WS-HOJE TO PD-DATA-SITUACAO
                   IF WS-SITUACAO-NOVA = "E"
                       MOVE CO-CODIGO TO PD-CLIENTE-COD
                   END-IF
                   REWRITE PEDIDO-REC
                   MOVE "Situacao do pedido atualizada." TO MENSAGEM
                   IF WS-SITUACAO-NOVA = "E"
                       PERFORM EMITIR-FATURA
                   END-IF
           END-EVALUATE

           DISPLAY MENSAGEM.

      *    Fatura do pedido entregue: valor cotado, vencimento na
      *    emissao mais o prazo do cliente, levado ao primeiro dia
      *    util pelo calendario corporativo.
       EMITIR-FATURA.
           MOVE PD-CLIENTE-COD TO FT-CLIENTE
           MOVE PD-ID TO FT-PEDIDO
           MOVE WS-HOJE TO FT-EMISSAO
           COMPUTE WS-VENC-CORRIDO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + CO-PRAZO-DIAS)
           MOVE "U" TO WS-CAL-OPERACAO
           CALL "CalendarioCorp" USING WS-CAL-OPERACAO
               WS-VENC-CORRIDO FT-VENCIMENTO WS-CAL-NOME-DIA
           END-CALL
           MOVE PD-PRECO TO FT-VALOR
           MOVE 0 TO FT-VALOR-PAGO
           MOVE 0 TO FT-DATA-PAGTO
           MOVE "A" TO FT-SITUACAO
           WRITE FATURA-REC
               INVALID KEY
                   MOVE "Entregue; fatura ja existia." TO MENSAGEM
               NOT INVALID KEY
                   MOVE "Pedido entregue e faturado." TO MENSAGEM
                   DISPLAY "Fatura do cliente " FT-CLIENTE
                           " valor " FT-VALOR
                           " vencimento " FT-VENCIMENTO
                   PERFORM LANCAR-RECEITA-GL
           END-WRITE.

      *    Receita da oficina no faturamento, para o razao (a
      *    contabilidade lancava pela listagem impressa).
       LANCAR-RECEITA-GL.
           MOVE "OFICINA" TO WS-GS-ORIGEM
           MOVE "FATURA" TO WS-GS-EVENTO
           MOVE FT-CLIENTE TO WS-GS-CONTA
           MOVE FT-VALOR TO WS-GS-VALOR
           MOVE SPACES TO WS-GS-REFERENCIA
           STRING "PEDIDO " DELIMITED BY SIZE
                  FT-PEDIDO DELIMITED BY SIZE
                  INTO WS-GS-REFERENCIA
           END-STRING
           PERFORM GRAVAR-LANCAMENTO-GL.

       LISTAR-PEDIDOS.
           DISPLAY "PEDIDO CODCLI CLIENTE              MATERIAL   SIT "
                   "PRECO"
           MOVE LOW-VALUES TO PD-ID
           START PEDIDO-FILE KEY NOT < PD-ID
                   AT END
                       MOVE "S" TO WS-EOF-PEDIDO
                   NOT AT END
                       DISPLAY PD-ID " " PD-CLIENTE-COD " "
                               PD-CLIENTE " "
                               PD-MATERIAL " " PD-SITUACAO " "
                               PD-PRECO
               END-READ
           END-PERFORM
           MOVE "Listagem efetuada." TO MENSAGEM.

       LER-CLIENTE-OFICINA.
           MOVE "N" TO WS-ACHOU-CLIENTE
           IF CLIENTES-ABERTO AND WS-CODIGO-CLIENTE IS NUMERIC
               MOVE WS-CODIGO-CLIENTE TO CO-CODIGO
               READ CLIENTE-OFICINA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-ACHOU-CLIENTE
               END-READ
           END-IF.

       LER-PEDIDO.
           MOVE "N" TO WS-ACHOU-PEDIDO
           MOVE WS-ID TO PD-ID
                   MOVE "S" TO WS-ACHOU-PEDIDO
           END-READ.

           COPY "DUTILSOM.CPY" REPLACING
               ROTINA-NOME    BY SOMAR-DIAS-UTEIS
               DATA-INICIAL   BY WS-HOJE
               QTD-DIAS       BY WS-DIAS-PRODUCAO
               DATA-RESULTADO BY PD-DATA-PROMETIDA.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "PedidosOficina"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.

           COPY "GLSBGRV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-LANCAMENTO-GL
               PROGRAMA-NOME BY "PedidosOficina".
