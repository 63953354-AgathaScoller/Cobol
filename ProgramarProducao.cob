       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramarProducao.

      *    Programacao noturna da producao da oficina: refaz a fila
      *    dos pedidos aceitos e em producao pela ordem de aceite
      *    (data e numero do pedido) e, com a capacidade vigente da
      *    oficina em metros de solda por dia util
      *    (data/capacidade_oficina.dat, CAPOFREC.CPY), calcula a
      *    data prevista de entrega de cada um - carga acumulada da
      *    fila ate o pedido sobre a capacidade, arredondada para
      *    cima, em dias uteis a partir de hoje (CalendarioCorp). A
      *    prevista fica em PD-DATA-PREVISTA; pedido ainda sem data
      *    prometida (aceito antes da tabela de capacidade) recebe a
      *    prevista como prometida. O relatorio
      *    data/pedidos_risco.txt lista os pedidos cuja prevista
      *    passou da prometida, com os dias de atraso esperados;
      *    havendo pedido em risco o passo termina com RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDO-FILE ASSIGN TO "data/pedidos_oficina.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-ID
               FILE STATUS IS WS-PEDIDO-STATUS.

           SELECT CAPACIDADE-FILE ASSIGN TO
               "data/capacidade_oficina.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPACIDADE-STATUS.

           SELECT RISCO-REPORT ASSIGN TO "data/pedidos_risco.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "data/fila_sort.tmp".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDO-FILE.
       COPY "PEDIDREC.CPY".

       FD  CAPACIDADE-FILE.
       COPY "CAPOFREC.CPY".

       FD  RISCO-REPORT.
       01  REPORT-LINE          PIC X(80).

      *    Fila de producao: ordem de aceite.
       SD  SORT-WORK.
       01  SORT-REC.
           05 SR-DATA-ACEITE    PIC 9(8).
           05 SR-PEDIDO         PIC 9(6).
           05 SR-PERIMETRO      PIC 9(4)V99.

       COPY "RUNHFD.CPY".

       COPY "CTLFD.CPY".

       COPY "FERRFD.CPY".

       COPY "DNEGFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "RUNHWS.CPY".
       COPY "CTLWS.CPY".
           COPY "FERRWS.CPY".
           COPY "DNEGWS.CPY".
           COPY "DUTILWS.CPY".
       01 WS-PEDIDO-STATUS   PIC XX.
       01 WS-CAPACIDADE-STATUS PIC XX.
       01 WS-REPORT-STATUS   PIC XX.
       01 WS-EOF-PEDIDO      PIC X VALUE "N".
           88 FIM-PEDIDOS        VALUE "S".
       01 WS-EOF-CAPACIDADE  PIC X VALUE "N".
           88 FIM-CAPACIDADE     VALUE "S".
       01 WS-FIM-SORT        PIC X VALUE "N".
           88 FIM-SORT           VALUE "S".
       01 WS-PEDIDOS-OK      PIC X VALUE "N".
           88 PEDIDOS-ABERTO     VALUE "S".
       01 WS-HOJE            PIC 9(8).
       01 WS-CAPACIDADE-DIA  PIC 9(4)V99 VALUE 0.
       01 WS-CARGA-FILA      PIC 9(7)V99 VALUE 0.
       01 WS-DIAS-PRODUCAO   PIC 9(5).
       01 WS-DATA-PREVISTA   PIC 9(8).
       01 WS-DIAS-ATRASO     PIC 9(5).
       01 WS-CARGA-EDIT      PIC Z(6)9.99.
       01 WS-CAPAC-EDIT      PIC Z(3)9.99.
       01 WS-QTD-FILA        PIC 9(5) VALUE 0.
       01 WS-QTD-ATUALIZADOS PIC 9(5) VALUE 0.
       01 WS-QTD-RISCO       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           PERFORM CARREGAR-CAPACIDADE

           OPEN OUTPUT RISCO-REPORT
           MOVE "pedidos_risco.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Pedidos em risco de atraso - programacao de "
                      DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-CAPACIDADE-DIA = 0
               MOVE "Sem capacidade vigente em capacidade_oficina.dat:"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "fila nao programada." TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "Capacidade da oficina nao cadastrada."
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM PROGRAMAR-FILA
           END-IF

           CLOSE RISCO-REPORT

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-FILA TO CT-LIDOS
           MOVE WS-QTD-ATUALIZADOS TO CT-GRAVADOS
           MOVE WS-QTD-RISCO TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-CARGA-FILA TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-FILA TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

       PROGRAMAR-FILA.
           MOVE "PEDIDO CLIENTE              ACEITE   SIT PROMETIDA "
               TO REPORT-LINE
           MOVE "PREVISTA  ATRASO" TO REPORT-LINE(52:16)
           WRITE REPORT-LINE

           OPEN I-O PEDIDO-FILE
           IF WS-PEDIDO-STATUS = "00"
               MOVE "S" TO WS-PEDIDOS-OK
           ELSE
               MOVE "S" TO WS-EOF-PEDIDO
           END-IF

           SORT SORT-WORK
               ON ASCENDING KEY SR-DATA-ACEITE SR-PEDIDO
               INPUT PROCEDURE IS SELECIONAR-FILA
               OUTPUT PROCEDURE IS CALCULAR-PREVISOES

           IF PEDIDOS-ABERTO
               CLOSE PEDIDO-FILE
           END-IF

           MOVE WS-CARGA-FILA TO WS-CARGA-EDIT
           MOVE WS-CAPACIDADE-DIA TO WS-CAPAC-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Pedidos na fila: " DELIMITED BY SIZE
                  WS-QTD-FILA DELIMITED BY SIZE
                  "  Carga: " DELIMITED BY SIZE
                  WS-CARGA-EDIT DELIMITED BY SIZE
                  " m  Capacidade: " DELIMITED BY SIZE
                  WS-CAPAC-EDIT DELIMITED BY SIZE
                  " m/dia" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Pedidos em risco: " DELIMITED BY SIZE
                  WS-QTD-RISCO DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           DISPLAY "Programacao da oficina: " WS-QTD-FILA
                   " pedidos na fila, " WS-QTD-RISCO " em risco."

           IF WS-QTD-RISCO > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       SELECIONAR-FILA.
           PERFORM UNTIL FIM-PEDIDOS
               READ PEDIDO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PEDIDO
                   NOT AT END
                       IF PD-SITUACAO = "A" OR PD-SITUACAO = "P"
                           MOVE PD-DATA-ACEITE TO SR-DATA-ACEITE
                           MOVE PD-ID TO SR-PEDIDO
                           MOVE PD-PERIMETRO TO SR-PERIMETRO
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM.

       CALCULAR-PREVISOES.
           PERFORM UNTIL FIM-SORT
               RETURN SORT-WORK
                   AT END
                       MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       PERFORM PREVER-PEDIDO
               END-RETURN
           END-PERFORM.

      *    Carga acumulada ate o pedido sobre a capacidade diaria,
      *    arredondada para cima (minimo um dia util).
       PREVER-PEDIDO.
           ADD 1 TO WS-QTD-FILA
           ADD SR-PERIMETRO TO WS-CARGA-FILA
           COMPUTE WS-DIAS-PRODUCAO = WS-CARGA-FILA / WS-CAPACIDADE-DIA
           IF WS-DIAS-PRODUCAO * WS-CAPACIDADE-DIA < WS-CARGA-FILA
               ADD 1 TO WS-DIAS-PRODUCAO
           END-IF
           IF WS-DIAS-PRODUCAO = 0
               MOVE 1 TO WS-DIAS-PRODUCAO
           END-IF
           PERFORM SOMAR-DIAS-UTEIS

           MOVE SR-PEDIDO TO PD-ID
           READ PEDIDO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-DATA-PREVISTA TO PD-DATA-PREVISTA
                   IF PD-DATA-PROMETIDA = 0
                       MOVE WS-DATA-PREVISTA TO PD-DATA-PROMETIDA
                   END-IF
                   REWRITE PEDIDO-REC
                   ADD 1 TO WS-QTD-ATUALIZADOS
                   IF PD-DATA-PREVISTA > PD-DATA-PROMETIDA
                       PERFORM LISTAR-PEDIDO-RISCO
                   END-IF
           END-READ.

       LISTAR-PEDIDO-RISCO.
           ADD 1 TO WS-QTD-RISCO
           COMPUTE WS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(PD-DATA-PREVISTA)
               - FUNCTION INTEGER-OF-DATE(PD-DATA-PROMETIDA)
           MOVE SPACES TO REPORT-LINE
           STRING PD-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PD-CLIENTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PD-DATA-ACEITE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PD-SITUACAO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PD-DATA-PROMETIDA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PD-DATA-PREVISTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DIAS-ATRASO DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *    Capacidade vigente: a linha de maior vigencia ate hoje.
       CARREGAR-CAPACIDADE.
           MOVE 0 TO WS-CAPACIDADE-DIA
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

           COPY "DUTILSOM.CPY" REPLACING
               ROTINA-NOME    BY SOMAR-DIAS-UTEIS
               DATA-INICIAL   BY WS-HOJE
               QTD-DIAS       BY WS-DIAS-PRODUCAO
               DATA-RESULTADO BY WS-DATA-PREVISTA.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "ProgramarProducao".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "ProgramarProducao".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "ProgramarProducao".
