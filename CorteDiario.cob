       IDENTIFICATION DIVISION.
       PROGRAM-ID. CorteDiario.

      *    Lista de corte diaria para o chao de fabrica, em
      *    data/corte_diario.txt. Cada lado de triangulo e uma peca
      *    que sai inteira de uma barra (comprimento da barra em
      *    data/corte_parm.dat; padrao 6,00 m): o plano de corte
      *    encaixa os lados dos pedidos que entraram em producao
      *    desde o ultimo plano, por material, da maior peca para a
      *    menor, na primeira barra ou retalho em que a peca cabe
      *    (abre barra nova quando nao cabe em nenhuma). O plano
      *    mostra, barra a barra, as pecas a cortar e a sobra; a
      *    sobra a partir do comprimento minimo do cartao (padrao
      *    0,50 m) volta ao rack como retalho (data/retalhos.dat,
      *    RETALREC.CPY) e entra no plano do dia seguinte antes de
      *    barra nova; a menor vira sucata. O resumo por material
      *    traz os pedidos em producao, o perimetro, as barras novas
      *    do plano, os retalhos usados e a sucata.
      *    Com o estoque de materia-prima (data/estoque_materiais.dat)
      *    o passo tambem reserva as barras de cada pedido que entrou
      *    em producao, baixa a reserva do rack quando o pedido e
      *    entregue e a libera quando o pedido e cancelado; a lista
      *    mostra o estoque e o disponivel de cada material e avisa
      *    quando faltam barras para a producao reservada. Sem o
      *    arquivo de estoque a lista sai sem essas colunas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS PD-ID
               FILE STATUS IS WS-PEDIDO-STATUS.

           SELECT ESTOQUE-FILE ASSIGN TO "data/estoque_materiais.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ME-MATERIAL
               FILE STATUS IS WS-ESTOQUE-STATUS.

           SELECT RETALHO-FILE ASSIGN TO "data/retalhos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETALHO-STATUS.

           SELECT CORTE-REPORT ASSIGN TO "data/corte_diario.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SORT-WORK ASSIGN TO "data/corte_sort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDO-FILE.
       COPY "PEDIDREC.CPY".

       FD  ESTOQUE-FILE.
       COPY "ESTMREC.CPY".

       FD  RETALHO-FILE.
       COPY "RETALREC.CPY".

       FD  CORTE-REPORT.
       01  REPORT-LINE          PIC X(100).

      *    Comprimento da barra e menor sobra guardada como retalho
      *    (cartao antigo so com a barra vale o retalho padrao).
       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-BARRA        PIC 9(2)V99.
           05 PARM-SOBRA-MINIMA PIC 9(2)V99.

      *    Pecas do plano: por material, da maior para a menor.
       SD  SORT-WORK.
       01  SORT-REC.
           05 SR-MATERIAL       PIC X(10).
           05 SR-COMPRIMENTO    PIC 9(3)V99.
           05 SR-PEDIDO         PIC 9(6).
           05 SR-LADO           PIC X(1).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-PARM-ACHADO     PIC X(1).
       01 WS-PEDIDO-STATUS   PIC XX.
       01 WS-REPORT-STATUS   PIC XX.
       01 WS-ESTOQUE-STATUS  PIC XX.
       01 WS-RETALHO-STATUS  PIC XX.
       01 WS-TEM-ESTOQUE     PIC X(1) VALUE "N".
           88 CONTROLA-ESTOQUE   VALUE "S".
       01 WS-EOF-PEDIDO      PIC X VALUE "N".
           88 FIM-PEDIDOS        VALUE "S".
       01 WS-EOF-RETALHO     PIC X VALUE "N".
           88 FIM-RETALHOS       VALUE "S".
       01 WS-FIM-SORT        PIC X(1) VALUE "N".
           88 FIM-SORT           VALUE "S".
       01 WS-HOJE            PIC 9(8).
       01 WS-BARRA           PIC 9(2)V99 VALUE 6.00.
       01 WS-SOBRA-MINIMA    PIC 9(2)V99 VALUE 0.50.
       01 WS-TABELA-MATERIAIS.
           05 WS-MT-ENT OCCURS 30 TIMES.
               10 MTL-NOME         PIC X(10).
               10 MTL-QTD-PECAS    PIC 9(4).
               10 MTL-PERIMETRO    PIC 9(7)V99.
               10 MTL-BARRAS-NOVAS PIC 9(5).
               10 MTL-RETALHOS-USADOS PIC 9(4).
               10 MTL-SUCATA       PIC 9(5)V99.
       01 WS-QTD-MATERIAIS   PIC 9(2) VALUE 0.
       01 WS-IDX-MT          PIC 9(2).
       01 WS-MT-CORRENTE     PIC 9(2).
       01 WS-PERIM-EDIT      PIC Z(5)9.99.

      *    Plano de corte: pecas, barras (retalhos do rack primeiro,
      *    depois as barras novas na ordem em que foram abertas) e
      *    os pedidos planejados hoje com as barras novas que cada
      *    um abriu - e o que o pedido reserva no estoque.
       01 WS-TABELA-PECAS.
           05 WS-PC-ITEM OCCURS 900 TIMES.
               10 WS-PC-MATERIAL   PIC X(10).
               10 WS-PC-PEDIDO     PIC 9(6).
               10 WS-PC-LADO       PIC X(1).
               10 WS-PC-COMPRIMENTO PIC 9(3)V99.
               10 WS-PC-BARRA      PIC 9(4).
       01 WS-QTD-PECAS       PIC 9(4) VALUE 0.
       01 WS-IDX-PC          PIC 9(4).
       01 WS-TABELA-BARRAS.
           05 WS-BR-ITEM OCCURS 999 TIMES.
               10 WS-BR-MATERIAL   PIC X(10).
               10 WS-BR-ORIGEM     PIC X(1).
                   88 BARRA-NOVA       VALUE "N".
                   88 BARRA-RETALHO    VALUE "R".
               10 WS-BR-INICIAL    PIC 9(2)V99.
               10 WS-BR-SOBRA      PIC 9(2)V99.
               10 WS-BR-DATA       PIC 9(8).
               10 WS-BR-PEDIDO     PIC 9(6).
               10 WS-BR-QTD-PECAS  PIC 9(3).
       01 WS-QTD-BARRAS-PLANO PIC 9(4) VALUE 0.
       01 WS-IDX-BR          PIC 9(4).
       01 WS-BR-ACHADA       PIC 9(4).
       01 WS-MAX-RETALHOS    PIC 9(4) VALUE 500.
       01 WS-TABELA-PLANEJADOS.
           05 WS-PP-ITEM OCCURS 300 TIMES.
               10 WS-PP-PEDIDO     PIC 9(6).
               10 WS-PP-BARRAS     PIC 9(3).
       01 WS-QTD-PLANEJADOS  PIC 9(3) VALUE 0.
       01 WS-IDX-PP          PIC 9(3).
       01 WS-PP-ACHADO       PIC 9(3).
       01 WS-PEDIDO-ALTERADO PIC X(1).
       01 WS-NUM-BARRA       PIC 9(4).
       01 WS-COMPR-EDIT      PIC Z9.99.
       01 WS-PECA-EDIT       PIC ZZ9.99.
       01 WS-SUCATA-EDIT     PIC Z(4)9.99.
       01 WS-TOTAL-BARRAS-NOVAS PIC 9(5) VALUE 0.
       01 WS-TOTAL-RETALHOS-USADOS PIC 9(4) VALUE 0.
       01 WS-TOTAL-RETALHOS-GUARDADOS PIC 9(4) VALUE 0.
       01 WS-TOTAL-SUCATA    PIC 9(5)V99 VALUE 0.
       01 WS-QTD-PECAS-GRANDES PIC 9(4) VALUE 0.

       01 WS-DISPONIVEL      PIC S9(5).
       01 WS-DISPONIVEL-EDIT PIC -ZZZZ9.
       01 WS-FALTA           PIC 9(5).
       01 WS-QTD-RESERVADOS  PIC 9(4) VALUE 0.
       01 WS-QTD-BAIXADOS    PIC 9(4) VALUE 0.
       01 WS-QTD-LIBERADOS   PIC 9(4) VALUE 0.
       01 WS-QTD-SEM-CADASTRO PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           IF WS-PARM-ACHADO = "S" AND PARM-BARRA > 0
               MOVE PARM-BARRA TO WS-BARRA
           END-IF
           IF WS-PARM-ACHADO = "S" AND PARM-SOBRA-MINIMA NUMERIC
                   AND PARM-SOBRA-MINIMA > 0
               MOVE PARM-SOBRA-MINIMA TO WS-SOBRA-MINIMA
           END-IF

           OPEN I-O PEDIDO-FILE
           IF WS-PEDIDO-STATUS NOT = "00"
               DISPLAY "Arquivo de pedidos nao disponivel."
               GOBACK
           END-IF

           OPEN I-O ESTOQUE-FILE
           IF WS-ESTOQUE-STATUS = "00"
               MOVE "S" TO WS-TEM-ESTOQUE
           END-IF

           PERFORM CARREGAR-RETALHOS

           SORT SORT-WORK
               ON ASCENDING KEY SR-MATERIAL
               ON DESCENDING KEY SR-COMPRIMENTO
               ON ASCENDING KEY SR-PEDIDO SR-LADO
               INPUT PROCEDURE IS SELECIONAR-PECAS
               OUTPUT PROCEDURE IS EMPACOTAR-PECAS

           PERFORM MARCAR-PEDIDOS-PLANEJADOS

           CLOSE PEDIDO-FILE

                  WS-HOJE DELIMITED BY SIZE
                  " (barra de " DELIMITED BY SIZE
                  WS-BARRA DELIMITED BY SIZE
                  " m, retalho a partir de " DELIMITED BY SIZE
                  WS-SOBRA-MINIMA DELIMITED BY SIZE
                  " m)" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM IMPRIMIR-PLANO

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Resumo por material:" TO REPORT-LINE
           WRITE REPORT-LINE
           IF CONTROLA-ESTOQUE
               MOVE SPACES TO REPORT-LINE
               STRING "MATERIAL   PECAS PERIMETRO BARRAS RETAL "
                          DELIMITED BY SIZE
                      "  SUCATA ESTOQ DISPON" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE "MATERIAL   PECAS PERIMETRO BARRAS RETAL   SUCATA"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           PERFORM VARYING WS-IDX-MT FROM 1 BY 1
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-SUCATA TO WS-SUCATA-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Barras novas: " DELIMITED BY SIZE
                  WS-TOTAL-BARRAS-NOVAS DELIMITED BY SIZE
                  "  Retalhos usados: " DELIMITED BY SIZE
                  WS-TOTAL-RETALHOS-USADOS DELIMITED BY SIZE
                  "  Sucata: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUCATA-EDIT) DELIMITED BY SIZE
                  " m  Retalhos guardados: " DELIMITED BY SIZE
                  WS-TOTAL-RETALHOS-GUARDADOS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF CONTROLA-ESTOQUE
               MOVE SPACES TO REPORT-LINE
               STRING "Pedidos reservados: " DELIMITED BY SIZE
                      WS-QTD-RESERVADOS DELIMITED BY SIZE
                      "  baixados: " DELIMITED BY SIZE
                      WS-QTD-BAIXADOS DELIMITED BY SIZE
                      "  liberados: " DELIMITED BY SIZE
                      WS-QTD-LIBERADOS DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               IF WS-QTD-SEM-CADASTRO > 0
                   MOVE SPACES TO REPORT-LINE
                   STRING "Pedidos com material sem cadastro no "
                              DELIMITED BY SIZE
                          "estoque: " DELIMITED BY SIZE
                          WS-QTD-SEM-CADASTRO DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
               CLOSE ESTOQUE-FILE
           END-IF

           CLOSE CORTE-REPORT

           PERFORM GRAVAR-RETALHOS

           DISPLAY "Lista de corte gravada. Materiais: "
                   WS-QTD-MATERIAIS " barras novas: "
                   WS-TOTAL-BARRAS-NOVAS

           MOVE "CORTE DIARIO" TO WS-AUDIT-ENTRADA
           STRING "MATERIAIS=" DELIMITED BY SIZE
                  WS-QTD-MATERIAIS DELIMITED BY SIZE
                  " BARRAS=" DELIMITED BY SIZE
                  WS-TOTAL-BARRAS-NOVAS DELIMITED BY SIZE
                  " RESERV=" DELIMITED BY SIZE
                  WS-QTD-RESERVADOS DELIMITED BY SIZE
                  INTO WS-AUDIT-SAIDA
           END-STRING
           PERFORM REGISTRAR-AUDITORIA
               REGISTRO-PARM BY PARM-REC
               FLAG-ACHADO   BY WS-PARM-ACHADO.

      *    Os retalhos do rack entram no plano como barras ja
      *    abertas, antes de qualquer barra nova.
       CARREGAR-RETALHOS.
           OPEN INPUT RETALHO-FILE
           IF WS-RETALHO-STATUS = "00"
               PERFORM UNTIL FIM-RETALHOS
                   READ RETALHO-FILE
                       AT END
                           MOVE "S" TO WS-EOF-RETALHO
                       NOT AT END
                           IF WS-QTD-BARRAS-PLANO < WS-MAX-RETALHOS
                               ADD 1 TO WS-QTD-BARRAS-PLANO
                               MOVE WS-QTD-BARRAS-PLANO TO WS-IDX-BR
                               MOVE RT-MATERIAL TO
                                   WS-BR-MATERIAL(WS-IDX-BR)
                               MOVE "R" TO WS-BR-ORIGEM(WS-IDX-BR)
                               MOVE RT-COMPRIMENTO TO
                                   WS-BR-INICIAL(WS-IDX-BR)
                               MOVE RT-COMPRIMENTO TO
                                   WS-BR-SOBRA(WS-IDX-BR)
                               MOVE RT-DATA TO WS-BR-DATA(WS-IDX-BR)
                               MOVE RT-PEDIDO TO
                                   WS-BR-PEDIDO(WS-IDX-BR)
                               MOVE 0 TO WS-BR-QTD-PECAS(WS-IDX-BR)
                           ELSE
                               DISPLAY "Retalho alem do limite do "
                                       "rack descartado: "
                                       RT-MATERIAL " " RT-COMPRIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETALHO-FILE
           END-IF.

      *    Passa pelos pedidos: resumo por material de tudo que esta
      *    em producao, lados dos pedidos ainda sem plano para o
      *    SORT, e baixa/liberacao da reserva dos entregues e
      *    cancelados.
       SELECIONAR-PECAS.
           PERFORM UNTIL FIM-PEDIDOS
               READ PEDIDO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PEDIDO
                   NOT AT END
                       IF PD-SITUACAO = "P"
                           PERFORM ACUMULAR-MATERIAL
                           IF PD-DATA-CORTE = 0
                               PERFORM LIBERAR-PECAS-PEDIDO
                           END-IF
                       END-IF
                       IF CONTROLA-ESTOQUE
                           PERFORM MOVIMENTAR-ESTOQUE
                       END-IF
               END-READ
           END-PERFORM.

       LIBERAR-PECAS-PEDIDO.
           IF WS-QTD-PLANEJADOS < 300
               ADD 1 TO WS-QTD-PLANEJADOS
               MOVE PD-ID TO WS-PP-PEDIDO(WS-QTD-PLANEJADOS)
               MOVE 0 TO WS-PP-BARRAS(WS-QTD-PLANEJADOS)

               MOVE PD-MATERIAL TO SR-MATERIAL
               MOVE PD-ID TO SR-PEDIDO
               IF PD-LADO-A > 0
                   MOVE "A" TO SR-LADO
                   MOVE PD-LADO-A TO SR-COMPRIMENTO
                   RELEASE SORT-REC
               END-IF
               IF PD-LADO-B > 0
                   MOVE "B" TO SR-LADO
                   MOVE PD-LADO-B TO SR-COMPRIMENTO
                   RELEASE SORT-REC
               END-IF
               IF PD-LADO-C > 0
                   MOVE "C" TO SR-LADO
                   MOVE PD-LADO-C TO SR-COMPRIMENTO
                   RELEASE SORT-REC
               END-IF
           END-IF.

       EMPACOTAR-PECAS.
           PERFORM UNTIL FIM-SORT
               RETURN SORT-WORK
                   AT END
                       MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       PERFORM ALOCAR-PECA
               END-RETURN
           END-PERFORM.

      *    Maior peca primeiro, na primeira barra do material em que
      *    cabe; peca maior que a barra fica fora do plano.
       ALOCAR-PECA.
           IF WS-QTD-PECAS < 900
               ADD 1 TO WS-QTD-PECAS
               MOVE WS-QTD-PECAS TO WS-IDX-PC
               MOVE SR-MATERIAL TO WS-PC-MATERIAL(WS-IDX-PC)
               MOVE SR-PEDIDO TO WS-PC-PEDIDO(WS-IDX-PC)
               MOVE SR-LADO TO WS-PC-LADO(WS-IDX-PC)
               MOVE SR-COMPRIMENTO TO WS-PC-COMPRIMENTO(WS-IDX-PC)
               MOVE 0 TO WS-PC-BARRA(WS-IDX-PC)

               MOVE 0 TO WS-BR-ACHADA
               IF SR-COMPRIMENTO > WS-BARRA
                   ADD 1 TO WS-QTD-PECAS-GRANDES
               ELSE
                   PERFORM VARYING WS-IDX-BR FROM 1 BY 1
                           UNTIL WS-IDX-BR > WS-QTD-BARRAS-PLANO
                              OR WS-BR-ACHADA > 0
                       IF WS-BR-MATERIAL(WS-IDX-BR) = SR-MATERIAL
                               AND WS-BR-SOBRA(WS-IDX-BR)
                                   NOT < SR-COMPRIMENTO
                           MOVE WS-IDX-BR TO WS-BR-ACHADA
                       END-IF
                   END-PERFORM
                   IF WS-BR-ACHADA = 0
                       PERFORM ABRIR-BARRA-NOVA
                   END-IF
               END-IF

               IF WS-BR-ACHADA > 0
                   SUBTRACT SR-COMPRIMENTO
                       FROM WS-BR-SOBRA(WS-BR-ACHADA)
                   ADD 1 TO WS-BR-QTD-PECAS(WS-BR-ACHADA)
                   MOVE WS-BR-ACHADA TO WS-PC-BARRA(WS-IDX-PC)
               END-IF
           END-IF.

      *    A barra nova conta para o pedido da peca que a abriu.
       ABRIR-BARRA-NOVA.
           IF WS-QTD-BARRAS-PLANO < 999
               ADD 1 TO WS-QTD-BARRAS-PLANO
               MOVE WS-QTD-BARRAS-PLANO TO WS-BR-ACHADA
               MOVE SR-MATERIAL TO WS-BR-MATERIAL(WS-BR-ACHADA)
               MOVE "N" TO WS-BR-ORIGEM(WS-BR-ACHADA)
               MOVE WS-BARRA TO WS-BR-INICIAL(WS-BR-ACHADA)
               MOVE WS-BARRA TO WS-BR-SOBRA(WS-BR-ACHADA)
               MOVE WS-HOJE TO WS-BR-DATA(WS-BR-ACHADA)
               MOVE SR-PEDIDO TO WS-BR-PEDIDO(WS-BR-ACHADA)
               MOVE 0 TO WS-BR-QTD-PECAS(WS-BR-ACHADA)
               PERFORM VARYING WS-IDX-PP FROM 1 BY 1
                       UNTIL WS-IDX-PP > WS-QTD-PLANEJADOS
                   IF WS-PP-PEDIDO(WS-IDX-PP) = SR-PEDIDO
                       ADD 1 TO WS-PP-BARRAS(WS-IDX-PP)
                   END-IF
               END-PERFORM
           END-IF.

      *    Segunda passada: carimba o plano nos pedidos planejados e
      *    reserva no estoque as barras novas de cada pedido que
      *    entrou em producao (pedido planejado antes do estoque
      *    existir reserva zero - as barras dele ja foram cortadas).
       MARCAR-PEDIDOS-PLANEJADOS.
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
                       IF PD-SITUACAO = "P"
                           PERFORM MARCAR-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.

       MARCAR-PEDIDO.
           MOVE 0 TO WS-PP-ACHADO
           MOVE "N" TO WS-PEDIDO-ALTERADO
           IF PD-DATA-CORTE = 0
               PERFORM VARYING WS-IDX-PP FROM 1 BY 1
                       UNTIL WS-IDX-PP > WS-QTD-PLANEJADOS
                   IF WS-PP-PEDIDO(WS-IDX-PP) = PD-ID
                       MOVE WS-IDX-PP TO WS-PP-ACHADO
                   END-IF
               END-PERFORM
               IF WS-PP-ACHADO > 0
                   MOVE WS-HOJE TO PD-DATA-CORTE
                   MOVE "S" TO WS-PEDIDO-ALTERADO
               END-IF
           END-IF

           IF CONTROLA-ESTOQUE AND PD-RESERVA = SPACES
               PERFORM RESERVAR-PEDIDO
           END-IF

           IF WS-PEDIDO-ALTERADO = "S"
               REWRITE PEDIDO-REC
           END-IF.

       IMPRIMIR-PLANO.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Plano de corte dos pedidos que entraram em producao:"
               TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-QTD-PECAS = 0
               MOVE "  Nenhum pedido novo em producao." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           PERFORM VARYING WS-IDX-MT FROM 1 BY 1
                   UNTIL WS-IDX-MT > WS-QTD-MATERIAIS
               MOVE 0 TO MTL-BARRAS-NOVAS(WS-IDX-MT)
               MOVE 0 TO MTL-RETALHOS-USADOS(WS-IDX-MT)
               MOVE 0 TO MTL-SUCATA(WS-IDX-MT)
               MOVE 0 TO WS-NUM-BARRA
               PERFORM VARYING WS-IDX-BR FROM 1 BY 1
                       UNTIL WS-IDX-BR > WS-QTD-BARRAS-PLANO
                   IF WS-BR-MATERIAL(WS-IDX-BR) = MTL-NOME(WS-IDX-MT)
                           AND WS-BR-QTD-PECAS(WS-IDX-BR) > 0
                       PERFORM IMPRIMIR-BARRA
                   END-IF
               END-PERFORM
               PERFORM IMPRIMIR-PECAS-GRANDES
           END-PERFORM.

       IMPRIMIR-BARRA.
           ADD 1 TO WS-NUM-BARRA
           IF WS-NUM-BARRA = 1
               MOVE SPACES TO REPORT-LINE
               STRING "  Material " DELIMITED BY SIZE
                      MTL-NOME(WS-IDX-MT) DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           MOVE WS-BR-INICIAL(WS-IDX-BR) TO WS-COMPR-EDIT
           MOVE SPACES TO REPORT-LINE
           IF BARRA-NOVA(WS-IDX-BR)
               ADD 1 TO MTL-BARRAS-NOVAS(WS-IDX-MT)
               ADD 1 TO WS-TOTAL-BARRAS-NOVAS
               STRING "    Barra " DELIMITED BY SIZE
                      WS-NUM-BARRA DELIMITED BY SIZE
                      " - barra nova de " DELIMITED BY SIZE
                      WS-COMPR-EDIT DELIMITED BY SIZE
                      " m" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               ADD 1 TO MTL-RETALHOS-USADOS(WS-IDX-MT)
               ADD 1 TO WS-TOTAL-RETALHOS-USADOS
               STRING "    Barra " DELIMITED BY SIZE
                      WS-NUM-BARRA DELIMITED BY SIZE
                      " - retalho de " DELIMITED BY SIZE
                      WS-COMPR-EDIT DELIMITED BY SIZE
                      " m (de " DELIMITED BY SIZE
                      WS-BR-DATA(WS-IDX-BR) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE

           PERFORM VARYING WS-IDX-PC FROM 1 BY 1
                   UNTIL WS-IDX-PC > WS-QTD-PECAS
               IF WS-PC-BARRA(WS-IDX-PC) = WS-IDX-BR
                   MOVE WS-PC-COMPRIMENTO(WS-IDX-PC) TO WS-PECA-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING "      pedido " DELIMITED BY SIZE
                          WS-PC-PEDIDO(WS-IDX-PC) DELIMITED BY SIZE
                          " lado " DELIMITED BY SIZE
                          WS-PC-LADO(WS-IDX-PC) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-PECA-EDIT DELIMITED BY SIZE
                          " m" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM

           MOVE WS-BR-SOBRA(WS-IDX-BR) TO WS-COMPR-EDIT
           MOVE SPACES TO REPORT-LINE
           IF WS-BR-SOBRA(WS-IDX-BR) NOT < WS-SOBRA-MINIMA
               STRING "      sobra " DELIMITED BY SIZE
                      WS-COMPR-EDIT DELIMITED BY SIZE
                      " m - guardar como retalho" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               ADD WS-BR-SOBRA(WS-IDX-BR) TO MTL-SUCATA(WS-IDX-MT)
               ADD WS-BR-SOBRA(WS-IDX-BR) TO WS-TOTAL-SUCATA
               STRING "      sobra " DELIMITED BY SIZE
                      WS-COMPR-EDIT DELIMITED BY SIZE
                      " m - sucata" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE.

       IMPRIMIR-PECAS-GRANDES.
           PERFORM VARYING WS-IDX-PC FROM 1 BY 1
                   UNTIL WS-IDX-PC > WS-QTD-PECAS
               IF WS-PC-MATERIAL(WS-IDX-PC) = MTL-NOME(WS-IDX-MT)
                       AND WS-PC-BARRA(WS-IDX-PC) = 0
                   MOVE WS-PC-COMPRIMENTO(WS-IDX-PC) TO WS-PECA-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING "    ** pedido " DELIMITED BY SIZE
                          WS-PC-PEDIDO(WS-IDX-PC) DELIMITED BY SIZE
                          " lado " DELIMITED BY SIZE
                          WS-PC-LADO(WS-IDX-PC) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-PECA-EDIT DELIMITED BY SIZE
                          " m nao cabe numa barra - fora do plano"
                              DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

      *    O rack de retalhos e regravado: os que nao foram usados
      *    continuam, e toda sobra a partir do minimo entra.
       GRAVAR-RETALHOS.
           OPEN OUTPUT RETALHO-FILE
           PERFORM VARYING WS-IDX-BR FROM 1 BY 1
                   UNTIL WS-IDX-BR > WS-QTD-BARRAS-PLANO
               IF WS-BR-QTD-PECAS(WS-IDX-BR) = 0
                   IF BARRA-RETALHO(WS-IDX-BR)
                       MOVE WS-BR-MATERIAL(WS-IDX-BR) TO RT-MATERIAL
                       MOVE WS-BR-INICIAL(WS-IDX-BR) TO RT-COMPRIMENTO
                       MOVE WS-BR-DATA(WS-IDX-BR) TO RT-DATA
                       MOVE WS-BR-PEDIDO(WS-IDX-BR) TO RT-PEDIDO
                       WRITE RETALHO-REC
                   END-IF
               ELSE
                   IF WS-BR-SOBRA(WS-IDX-BR) NOT < WS-SOBRA-MINIMA
                       MOVE WS-BR-MATERIAL(WS-IDX-BR) TO RT-MATERIAL
                       MOVE WS-BR-SOBRA(WS-IDX-BR) TO RT-COMPRIMENTO
                       MOVE WS-HOJE TO RT-DATA
                       MOVE WS-BR-PEDIDO(WS-IDX-BR) TO RT-PEDIDO
                       WRITE RETALHO-REC
                       ADD 1 TO WS-TOTAL-RETALHOS-GUARDADOS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RETALHO-FILE.

       ACUMULAR-MATERIAL.
           MOVE 0 TO WS-MT-CORRENTE
           PERFORM VARYING WS-IDX-MT FROM 1 BY 1
               ADD PD-PERIMETRO TO MTL-PERIMETRO(WS-MT-CORRENTE)
           END-IF.

      *    Pedidos em producao, perimetro e o que o plano do dia
      *    gastou do material.
       GRAVAR-LINHA-MATERIAL.
           MOVE MTL-PERIMETRO(WS-IDX-MT) TO WS-PERIM-EDIT
           MOVE MTL-SUCATA(WS-IDX-MT) TO WS-SUCATA-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING MTL-NOME(WS-IDX-MT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PERIM-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  MTL-BARRAS-NOVAS(WS-IDX-MT) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  MTL-RETALHOS-USADOS(WS-IDX-MT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SUCATA-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           IF CONTROLA-ESTOQUE
               PERFORM ANOTAR-ESTOQUE-MATERIAL
           END-IF
           WRITE REPORT-LINE.

      *    Estoque e disponivel (estoque menos o reservado) depois
      *    das reservas do dia.
       ANOTAR-ESTOQUE-MATERIAL.
           MOVE MTL-NOME(WS-IDX-MT) TO ME-MATERIAL
           READ ESTOQUE-FILE
               INVALID KEY
                   MOVE "  (sem estoque cadastrado)"
                       TO REPORT-LINE(49:26)
               NOT INVALID KEY
                   COMPUTE WS-DISPONIVEL =
                       ME-BARRAS-ESTOQUE - ME-BARRAS-RESERVADAS
                   MOVE WS-DISPONIVEL TO WS-DISPONIVEL-EDIT
                   MOVE ME-BARRAS-ESTOQUE TO REPORT-LINE(50:5)
                   MOVE WS-DISPONIVEL-EDIT TO REPORT-LINE(56:6)
                   IF WS-DISPONIVEL < 0
                       COMPUTE WS-FALTA = 0 - WS-DISPONIVEL
                       STRING " ** FALTAM " DELIMITED BY SIZE
                              WS-FALTA DELIMITED BY SIZE
                              " BARRAS" DELIMITED BY SIZE
                              INTO REPORT-LINE(62:24)
                       END-STRING
                   END-IF
           END-READ.

      *    Pedido reservado que foi entregue baixa do rack; cancelado
      *    devolve a reserva. A reserva dos pedidos novos em producao
      *    sai do plano de corte (MARCAR-PEDIDO).
       MOVIMENTAR-ESTOQUE.
           EVALUATE TRUE
               WHEN PD-SITUACAO = "E" AND PD-RESERVA = "R"
                   PERFORM BAIXAR-RESERVA
               WHEN PD-SITUACAO = "C" AND PD-RESERVA = "R"
                   PERFORM LIBERAR-RESERVA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RESERVAR-PEDIDO.
           MOVE PD-MATERIAL TO ME-MATERIAL
           READ ESTOQUE-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-CADASTRO
               NOT INVALID KEY
                   MOVE 0 TO PD-BARRAS-RESERVA
                   IF WS-PP-ACHADO > 0
                       MOVE WS-PP-BARRAS(WS-PP-ACHADO)
                           TO PD-BARRAS-RESERVA
                   END-IF
                   ADD PD-BARRAS-RESERVA TO ME-BARRAS-RESERVADAS
                   REWRITE MATERIAL-ESTOQUE-REC
                   MOVE "R" TO PD-RESERVA
                   MOVE "S" TO WS-PEDIDO-ALTERADO
                   ADD 1 TO WS-QTD-RESERVADOS
           END-READ.

       BAIXAR-RESERVA.
           MOVE PD-MATERIAL TO ME-MATERIAL
           READ ESTOQUE-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-CADASTRO
               NOT INVALID KEY
                   IF ME-BARRAS-ESTOQUE > PD-BARRAS-RESERVA
                       SUBTRACT PD-BARRAS-RESERVA
                           FROM ME-BARRAS-ESTOQUE
                   ELSE
                       MOVE 0 TO ME-BARRAS-ESTOQUE
                   END-IF
                   PERFORM DEVOLVER-RESERVADAS
                   MOVE "B" TO PD-RESERVA
                   REWRITE PEDIDO-REC
                   ADD 1 TO WS-QTD-BAIXADOS
           END-READ.

       LIBERAR-RESERVA.
           MOVE PD-MATERIAL TO ME-MATERIAL
           READ ESTOQUE-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-CADASTRO
               NOT INVALID KEY
                   PERFORM DEVOLVER-RESERVADAS
                   MOVE "L" TO PD-RESERVA
                   REWRITE PEDIDO-REC
                   ADD 1 TO WS-QTD-LIBERADOS
           END-READ.

       DEVOLVER-RESERVADAS.
           IF ME-BARRAS-RESERVADAS > PD-BARRAS-RESERVA
               SUBTRACT PD-BARRAS-RESERVA FROM ME-BARRAS-RESERVADAS
           ELSE
               MOVE 0 TO ME-BARRAS-RESERVADAS
           END-IF
           REWRITE MATERIAL-ESTOQUE-REC.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "CorteDiario"
