       IDENTIFICATION DIVISION.
       PROGRAM-ID. LiquidarIntercambio.

      *    Posicao liquida de liquidacao interbancaria por banco
      *    contraparte (IC-BANCO) na data de liquidacao do lote:
      *      - enviado: remessas "E" do dia em
      *        data/intercambio_saida.dat (VerificarSaque), pelo
      *        banco de destino;
      *      - recebido, devolucao recebida e devolucao enviada:
      *        historico do que IntercambioEntrada processou no dia
      *        (data/intercambio_recebido.dat, ICHISREC.CPY) - o
      *        credito pelo banco de origem, o retorno de remessa
      *        nossa pelo banco de destino.
      *    Posicao liquida = (recebido - devolucao enviada) -
      *    (enviado - devolucao recebida); positiva a receber,
      *    negativa a pagar. Sai no arquivo de layout fixo
      *    data/liquidacao_interbancaria.dat (LIQIREC.CPY) para a
      *    tesouraria e no relatorio data/liquidacao_interbancaria.txt
      *    (spool).
      *    Conferencia com o que os bancos dizem ter recebido:
      *      - data/intercambio_confirmacao.dat traz, por banco e
      *        data, a quantidade e o valor das nossas remessas que
      *        o banco recebeu; diferenca contra o arquivo de saida
      *        daquela data marca o banco como divergente;
      *      - retorno que nao corresponde a uma remessa nossa para
      *        aquele banco (data, sequencia e valor) tambem marca.
      *    Banco divergente sai destacado e o passo termina com RC 4.
      *    O arquivo de confirmacoes e esvaziado depois de conferido,
      *    como os arquivos de entrada do intercambio.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAIDA-FILE ASSIGN TO "data/intercambio_saida.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAIDA-STATUS.

           SELECT HISTORICO-FILE ASSIGN TO
                   "data/intercambio_recebido.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT CONFIRMACAO-FILE ASSIGN TO
                   "data/intercambio_confirmacao.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRMACAO-STATUS.

           SELECT LIQUIDACAO-FILE ASSIGN TO
                   "data/liquidacao_interbancaria.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIQUIDACAO-STATUS.

           SELECT LIQUIDACAO-REPORT ASSIGN TO
                   "data/liquidacao_interbancaria.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "SPOOLSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  SAIDA-FILE.
       COPY "INTERREC.CPY".

       FD  HISTORICO-FILE.
       COPY "ICHISREC.CPY".

      *    Confirmacao do banco contraparte: quantas remessas nossas
      *    daquela data ele recebeu e o valor total.
       FD  CONFIRMACAO-FILE.
       01  CONFIRMACAO-REC.
           05 CF-BANCO          PIC 9(3).
           05 CF-DATA           PIC 9(8).
           05 CF-QTD            PIC 9(6).
           05 CF-VALOR          PIC 9(10)V99.

       FD  LIQUIDACAO-FILE.
       COPY "LIQIREC.CPY".

       FD  LIQUIDACAO-REPORT.
       01  REPORT-LINE          PIC X(132).

       COPY "SPOOLFD.CPY".

       COPY "RUNHFD.CPY".

       COPY "CTLFD.CPY".

       COPY "FERRFD.CPY".

       COPY "DNEGFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "RUNHWS.CPY".
       COPY "CTLWS.CPY".
           COPY "FERRWS.CPY".
           COPY "DNEGWS.CPY".
           COPY "SPOOLWS.CPY".
       01 WS-SAIDA-STATUS     PIC XX.
       01 WS-HISTORICO-STATUS PIC XX.
       01 WS-CONFIRMACAO-STATUS PIC XX.
       01 WS-LIQUIDACAO-STATUS PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-EOF-ARQUIVO      PIC X(1).
           88 FIM-ARQUIVO         VALUE "S".
       01 WS-HOJE             PIC 9(8).

      *    Totais por banco contraparte, indexado pelo codigo do
      *    banco + 1.
       01 WS-TABELA-BANCOS.
           05 WS-BK-ENT OCCURS 1000 TIMES.
               10 BK-USADO          PIC X(1).
               10 BK-QTD-ENV        PIC 9(6).
               10 BK-VALOR-ENV      PIC 9(10)V99.
               10 BK-QTD-REC        PIC 9(6).
               10 BK-VALOR-REC      PIC 9(10)V99.
               10 BK-QTD-DEV-REC    PIC 9(6).
               10 BK-VALOR-DEV-REC  PIC 9(10)V99.
               10 BK-QTD-DEV-ENV    PIC 9(6).
               10 BK-VALOR-DEV-ENV  PIC 9(10)V99.
               10 BK-DIVERGENTE     PIC X(1).
       01 WS-IDX-BK           PIC 9(4).
       01 WS-BANCO-TRAB       PIC 9(3).

      *    Confirmacoes recebidas, com o que o arquivo de saida diz
      *    ter sido enviado ao banco naquela data.
       01 WS-TABELA-CONFIRMACOES.
           05 WS-CO-ENT OCCURS 200 TIMES.
               10 CO-BANCO          PIC 9(3).
               10 CO-DATA           PIC 9(8).
               10 CO-QTD            PIC 9(6).
               10 CO-VALOR          PIC 9(10)V99.
               10 CO-QTD-NOSSA      PIC 9(6).
               10 CO-VALOR-NOSSO    PIC 9(10)V99.
       01 WS-QTD-CONFIRMACOES PIC 9(3) VALUE 0.
       01 WS-IDX-CO           PIC 9(3).

      *    Retornos do dia, a casar com as remessas enviadas.
       01 WS-TABELA-RETORNOS.
           05 WS-RT-ENT OCCURS 1000 TIMES.
               10 RT-BANCO          PIC 9(3).
               10 RT-DATA           PIC 9(8).
               10 RT-SEQ            PIC 9(8).
               10 RT-VALOR          PIC 9(8)V99.
               10 RT-ACHADO         PIC X(1).
       01 WS-QTD-RETORNOS     PIC 9(4) VALUE 0.
       01 WS-IDX-RT           PIC 9(4).
       01 WS-TABELA-ESTOURADA PIC X(1) VALUE "N".
           88 TABELA-ESTOURADA    VALUE "S".

       01 WS-POSICAO          PIC S9(10)V99.
       01 WS-QTD-LIDOS        PIC 9(8) VALUE 0.
       01 WS-QTD-BANCOS       PIC 9(6) VALUE 0.
       01 WS-QTD-DIVERGENTES  PIC 9(6) VALUE 0.
       01 WS-TOT-QTD-ENV      PIC 9(6) VALUE 0.
       01 WS-TOT-VALOR-ENV    PIC 9(10)V99 VALUE 0.
       01 WS-TOT-QTD-REC      PIC 9(6) VALUE 0.
       01 WS-TOT-VALOR-REC    PIC 9(10)V99 VALUE 0.
       01 WS-TOT-QTD-DEV-REC  PIC 9(6) VALUE 0.
       01 WS-TOT-VALOR-DEV-REC PIC 9(10)V99 VALUE 0.
       01 WS-TOT-QTD-DEV-ENV  PIC 9(6) VALUE 0.
       01 WS-TOT-VALOR-DEV-ENV PIC 9(10)V99 VALUE 0.
       01 WS-TOT-POSICAO      PIC S9(10)V99 VALUE 0.
       01 WS-ENV-EDIT         PIC Z(9)9.99.
       01 WS-REC-EDIT         PIC Z(9)9.99.
       01 WS-DEV-REC-EDIT     PIC Z(9)9.99.
       01 WS-DEV-ENV-EDIT     PIC Z(9)9.99.
       01 WS-POSICAO-EDIT     PIC -Z(9)9.99.
       01 WS-VALOR-EDIT       PIC Z(9)9.99.
       01 WS-VALOR2-EDIT      PIC Z(9)9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           INITIALIZE WS-TABELA-BANCOS

           PERFORM CARREGAR-CONFIRMACOES
           PERFORM APURAR-RECEBIDOS
           IF TABELA-ESTOURADA
               DISPLAY "Tabela de confirmacoes ou retornos estourada "
                       "- passo abortado sem liquidacao."
               MOVE 8 TO RETURN-CODE
               PERFORM ENCERRAR-PASSO
               GOBACK
           END-IF
           PERFORM APURAR-ENVIADOS

           OPEN OUTPUT LIQUIDACAO-REPORT
           MOVE "liquidacao_interbancaria.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Liquidacao interbancaria de " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM CONFERIR-CONFIRMACOES
           PERFORM CONFERIR-RETORNOS
           PERFORM GRAVAR-LIQUIDACAO

           CLOSE LIQUIDACAO-REPORT

           PERFORM ESVAZIAR-CONFIRMACOES

           MOVE "data/liquidacao_interbancaria.txt" TO
               WS-SPOOL-ORIG-NOME
           PERFORM REGISTRAR-SPOOL

           DISPLAY "Liquidacao interbancaria: bancos " WS-QTD-BANCOS
                   " divergentes " WS-QTD-DIVERGENTES

           IF WS-QTD-DIVERGENTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM ENCERRAR-PASSO

           GOBACK.

       ENCERRAR-PASSO.
           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-LIDOS TO CT-LIDOS
           MOVE WS-QTD-BANCOS TO CT-GRAVADOS
           MOVE WS-QTD-DIVERGENTES TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           COMPUTE CT-TOTAL-CHAVE = WS-TOT-VALOR-ENV + WS-TOT-VALOR-REC
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-LIDOS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO.

       CARREGAR-CONFIRMACOES.
           MOVE "N" TO WS-EOF-ARQUIVO
           OPEN INPUT CONFIRMACAO-FILE
           IF WS-CONFIRMACAO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-ARQUIVO
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ CONFIRMACAO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       IF WS-QTD-CONFIRMACOES >= 200
                           MOVE "S" TO WS-TABELA-ESTOURADA
                           MOVE "S" TO WS-EOF-ARQUIVO
                       ELSE
                           ADD 1 TO WS-QTD-CONFIRMACOES
                           MOVE WS-QTD-CONFIRMACOES TO WS-IDX-CO
                           MOVE CF-BANCO TO CO-BANCO(WS-IDX-CO)
                           MOVE CF-DATA TO CO-DATA(WS-IDX-CO)
                           MOVE CF-QTD TO CO-QTD(WS-IDX-CO)
                           MOVE CF-VALOR TO CO-VALOR(WS-IDX-CO)
                           MOVE 0 TO CO-QTD-NOSSA(WS-IDX-CO)
                           MOVE 0 TO CO-VALOR-NOSSO(WS-IDX-CO)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CONFIRMACAO-STATUS = "00"
                   OR WS-CONFIRMACAO-STATUS = "10"
               CLOSE CONFIRMACAO-FILE
           END-IF.

      *    O que o intercambio processou hoje: credito pelo banco de
      *    origem, retorno de remessa nossa pelo banco de destino.
       APURAR-RECEBIDOS.
           MOVE "N" TO WS-EOF-ARQUIVO
           OPEN INPUT HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-ARQUIVO
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ HISTORICO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       IF IH-DATA-LIQ = WS-HOJE
                           ADD 1 TO WS-QTD-LIDOS
                           MOVE IH-REGISTRO TO INTERCAMBIO-REC
                           PERFORM ACUMULAR-RECEBIDO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-HISTORICO-STATUS = "00" OR WS-HISTORICO-STATUS = "10"
               CLOSE HISTORICO-FILE
           END-IF.

       ACUMULAR-RECEBIDO.
           EVALUATE IH-TIPO
               WHEN "E"
               WHEN "D"
                   COMPUTE WS-IDX-BK = IC-BANCO-ORIGEM + 1
                   MOVE "S" TO BK-USADO(WS-IDX-BK)
                   ADD 1 TO BK-QTD-REC(WS-IDX-BK)
                   ADD IC-VALOR TO BK-VALOR-REC(WS-IDX-BK)
                   IF IH-TIPO = "D"
                       ADD 1 TO BK-QTD-DEV-ENV(WS-IDX-BK)
                       ADD IC-VALOR TO BK-VALOR-DEV-ENV(WS-IDX-BK)
                   END-IF
               WHEN "R"
               WHEN "X"
                   COMPUTE WS-IDX-BK = IC-BANCO-DESTINO + 1
                   MOVE "S" TO BK-USADO(WS-IDX-BK)
                   ADD 1 TO BK-QTD-DEV-REC(WS-IDX-BK)
                   ADD IC-VALOR TO BK-VALOR-DEV-REC(WS-IDX-BK)
                   IF WS-QTD-RETORNOS >= 1000
                       MOVE "S" TO WS-TABELA-ESTOURADA
                   ELSE
                       ADD 1 TO WS-QTD-RETORNOS
                       MOVE WS-QTD-RETORNOS TO WS-IDX-RT
                       MOVE IC-BANCO-DESTINO TO RT-BANCO(WS-IDX-RT)
                       MOVE IC-DATA TO RT-DATA(WS-IDX-RT)
                       MOVE IC-SEQ TO RT-SEQ(WS-IDX-RT)
                       MOVE IC-VALOR TO RT-VALOR(WS-IDX-RT)
                       MOVE "N" TO RT-ACHADO(WS-IDX-RT)
                   END-IF
           END-EVALUATE.

      *    Remessas enviadas: as do dia entram na posicao; qualquer
      *    data serve para conferir confirmacoes e retornos.
       APURAR-ENVIADOS.
           MOVE "N" TO WS-EOF-ARQUIVO
           OPEN INPUT SAIDA-FILE
           IF WS-SAIDA-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-ARQUIVO
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ SAIDA-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       PERFORM ACUMULAR-ENVIADO
               END-READ
           END-PERFORM

           IF WS-SAIDA-STATUS = "00" OR WS-SAIDA-STATUS = "10"
               CLOSE SAIDA-FILE
           END-IF.

       ACUMULAR-ENVIADO.
           IF IC-DATA = WS-HOJE
               ADD 1 TO WS-QTD-LIDOS
               COMPUTE WS-IDX-BK = IC-BANCO-DESTINO + 1
               MOVE "S" TO BK-USADO(WS-IDX-BK)
               ADD 1 TO BK-QTD-ENV(WS-IDX-BK)
               ADD IC-VALOR TO BK-VALOR-ENV(WS-IDX-BK)
           END-IF

           PERFORM VARYING WS-IDX-CO FROM 1 BY 1
                   UNTIL WS-IDX-CO > WS-QTD-CONFIRMACOES
               IF CO-BANCO(WS-IDX-CO) = IC-BANCO-DESTINO
                       AND CO-DATA(WS-IDX-CO) = IC-DATA
                   ADD 1 TO CO-QTD-NOSSA(WS-IDX-CO)
                   ADD IC-VALOR TO CO-VALOR-NOSSO(WS-IDX-CO)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX-RT FROM 1 BY 1
                   UNTIL WS-IDX-RT > WS-QTD-RETORNOS
               IF RT-ACHADO(WS-IDX-RT) = "N"
                       AND RT-BANCO(WS-IDX-RT) = IC-BANCO-DESTINO
                       AND RT-DATA(WS-IDX-RT) = IC-DATA
                       AND RT-SEQ(WS-IDX-RT) = IC-SEQ
                       AND RT-VALOR(WS-IDX-RT) = IC-VALOR
                   MOVE "S" TO RT-ACHADO(WS-IDX-RT)
               END-IF
           END-PERFORM.

       CONFERIR-CONFIRMACOES.
           PERFORM VARYING WS-IDX-CO FROM 1 BY 1
                   UNTIL WS-IDX-CO > WS-QTD-CONFIRMACOES
               IF CO-QTD(WS-IDX-CO) NOT = CO-QTD-NOSSA(WS-IDX-CO)
                       OR CO-VALOR(WS-IDX-CO) NOT =
                          CO-VALOR-NOSSO(WS-IDX-CO)
                   COMPUTE WS-IDX-BK = CO-BANCO(WS-IDX-CO) + 1
                   MOVE "S" TO BK-USADO(WS-IDX-BK)
                   MOVE "S" TO BK-DIVERGENTE(WS-IDX-BK)
                   MOVE CO-VALOR(WS-IDX-CO) TO WS-VALOR-EDIT
                   MOVE CO-VALOR-NOSSO(WS-IDX-CO) TO WS-VALOR2-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING "DIVERGENCIA banco " DELIMITED BY SIZE
                          CO-BANCO(WS-IDX-CO) DELIMITED BY SIZE
                          " data " DELIMITED BY SIZE
                          CO-DATA(WS-IDX-CO) DELIMITED BY SIZE
                          ": confirmou " DELIMITED BY SIZE
                          CO-QTD(WS-IDX-CO) DELIMITED BY SIZE
                          " / " DELIMITED BY SIZE
                          WS-VALOR-EDIT DELIMITED BY SIZE
                          " - enviamos " DELIMITED BY SIZE
                          CO-QTD-NOSSA(WS-IDX-CO) DELIMITED BY SIZE
                          " / " DELIMITED BY SIZE
                          WS-VALOR2-EDIT DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       CONFERIR-RETORNOS.
           PERFORM VARYING WS-IDX-RT FROM 1 BY 1
                   UNTIL WS-IDX-RT > WS-QTD-RETORNOS
               IF RT-ACHADO(WS-IDX-RT) = "N"
                   COMPUTE WS-IDX-BK = RT-BANCO(WS-IDX-RT) + 1
                   MOVE "S" TO BK-DIVERGENTE(WS-IDX-BK)
                   MOVE RT-VALOR(WS-IDX-RT) TO WS-VALOR-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING "DIVERGENCIA banco " DELIMITED BY SIZE
                          RT-BANCO(WS-IDX-RT) DELIMITED BY SIZE
                          ": retorno sem remessa nossa - data "
                              DELIMITED BY SIZE
                          RT-DATA(WS-IDX-RT) DELIMITED BY SIZE
                          " seq " DELIMITED BY SIZE
                          RT-SEQ(WS-IDX-RT) DELIMITED BY SIZE
                          " valor " DELIMITED BY SIZE
                          WS-VALOR-EDIT DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       GRAVAR-LIQUIDACAO.
           OPEN OUTPUT LIQUIDACAO-FILE
           MOVE "liquidacao_interbancaria.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-LIQUIDACAO-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "BCO DATA        QTD      ENVIADO    QTD"
                      DELIMITED BY SIZE
                  "     RECEBIDO    QTD   DEV.RECEB.    QTD"
                      DELIMITED BY SIZE
                  "   DEV.ENVIA.  POSICAO LIQUIDA S DIV"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING WS-IDX-BK FROM 1 BY 1
                   UNTIL WS-IDX-BK > 1000
               IF BK-USADO(WS-IDX-BK) = "S"
                   PERFORM GRAVAR-LINHA-BANCO
               END-IF
           END-PERFORM

           MOVE "T" TO LQ-TIPO-REG
           MOVE WS-HOJE TO LQ-DATA
           MOVE 0 TO LQ-BANCO
           MOVE WS-QTD-BANCOS TO LQ-QTD-ENV
           MOVE WS-TOT-VALOR-ENV TO LQ-VALOR-ENV
           MOVE WS-TOT-QTD-REC TO LQ-QTD-REC
           MOVE WS-TOT-VALOR-REC TO LQ-VALOR-REC
           MOVE WS-TOT-QTD-DEV-REC TO LQ-QTD-DEV-REC
           MOVE WS-TOT-VALOR-DEV-REC TO LQ-VALOR-DEV-REC
           MOVE WS-TOT-QTD-DEV-ENV TO LQ-QTD-DEV-ENV
           MOVE WS-TOT-VALOR-DEV-ENV TO LQ-VALOR-DEV-ENV
           MOVE WS-TOT-POSICAO TO LQ-POSICAO-LIQUIDA
           PERFORM DEFINIR-SENTIDO
           IF WS-QTD-DIVERGENTES > 0
               MOVE "S" TO LQ-DIVERGENCIA
           ELSE
               MOVE "N" TO LQ-DIVERGENCIA
           END-IF
           WRITE LIQUIDACAO-INTER-REC

           MOVE WS-TOT-VALOR-ENV TO WS-ENV-EDIT
           MOVE WS-TOT-VALOR-REC TO WS-REC-EDIT
           MOVE WS-TOT-VALOR-DEV-REC TO WS-DEV-REC-EDIT
           MOVE WS-TOT-VALOR-DEV-ENV TO WS-DEV-ENV-EDIT
           MOVE WS-TOT-POSICAO TO WS-POSICAO-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL        " DELIMITED BY SIZE
                  WS-TOT-QTD-ENV DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ENV-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOT-QTD-REC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REC-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOT-QTD-DEV-REC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEV-REC-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOT-QTD-DEV-ENV DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEV-ENV-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-POSICAO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LQ-SENTIDO DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE LIQUIDACAO-FILE.

       GRAVAR-LINHA-BANCO.
           ADD 1 TO WS-QTD-BANCOS
           COMPUTE WS-BANCO-TRAB = WS-IDX-BK - 1
           COMPUTE WS-POSICAO =
               (BK-VALOR-REC(WS-IDX-BK) - BK-VALOR-DEV-ENV(WS-IDX-BK))
               - (BK-VALOR-ENV(WS-IDX-BK)
                  - BK-VALOR-DEV-REC(WS-IDX-BK))

           ADD BK-QTD-ENV(WS-IDX-BK) TO WS-TOT-QTD-ENV
           ADD BK-VALOR-ENV(WS-IDX-BK) TO WS-TOT-VALOR-ENV
           ADD BK-QTD-REC(WS-IDX-BK) TO WS-TOT-QTD-REC
           ADD BK-VALOR-REC(WS-IDX-BK) TO WS-TOT-VALOR-REC
           ADD BK-QTD-DEV-REC(WS-IDX-BK) TO WS-TOT-QTD-DEV-REC
           ADD BK-VALOR-DEV-REC(WS-IDX-BK) TO WS-TOT-VALOR-DEV-REC
           ADD BK-QTD-DEV-ENV(WS-IDX-BK) TO WS-TOT-QTD-DEV-ENV
           ADD BK-VALOR-DEV-ENV(WS-IDX-BK) TO WS-TOT-VALOR-DEV-ENV
           ADD WS-POSICAO TO WS-TOT-POSICAO

           MOVE "D" TO LQ-TIPO-REG
           MOVE WS-HOJE TO LQ-DATA
           MOVE WS-BANCO-TRAB TO LQ-BANCO
           MOVE BK-QTD-ENV(WS-IDX-BK) TO LQ-QTD-ENV
           MOVE BK-VALOR-ENV(WS-IDX-BK) TO LQ-VALOR-ENV
           MOVE BK-QTD-REC(WS-IDX-BK) TO LQ-QTD-REC
           MOVE BK-VALOR-REC(WS-IDX-BK) TO LQ-VALOR-REC
           MOVE BK-QTD-DEV-REC(WS-IDX-BK) TO LQ-QTD-DEV-REC
           MOVE BK-VALOR-DEV-REC(WS-IDX-BK) TO LQ-VALOR-DEV-REC
           MOVE BK-QTD-DEV-ENV(WS-IDX-BK) TO LQ-QTD-DEV-ENV
           MOVE BK-VALOR-DEV-ENV(WS-IDX-BK) TO LQ-VALOR-DEV-ENV
           MOVE WS-POSICAO TO LQ-POSICAO-LIQUIDA
           PERFORM DEFINIR-SENTIDO
           IF BK-DIVERGENTE(WS-IDX-BK) = "S"
               MOVE "S" TO LQ-DIVERGENCIA
               ADD 1 TO WS-QTD-DIVERGENTES
           ELSE
               MOVE "N" TO LQ-DIVERGENCIA
           END-IF
           WRITE LIQUIDACAO-INTER-REC

           MOVE BK-VALOR-ENV(WS-IDX-BK) TO WS-ENV-EDIT
           MOVE BK-VALOR-REC(WS-IDX-BK) TO WS-REC-EDIT
           MOVE BK-VALOR-DEV-REC(WS-IDX-BK) TO WS-DEV-REC-EDIT
           MOVE BK-VALOR-DEV-ENV(WS-IDX-BK) TO WS-DEV-ENV-EDIT
           MOVE WS-POSICAO TO WS-POSICAO-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING WS-BANCO-TRAB DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BK-QTD-ENV(WS-IDX-BK) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ENV-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BK-QTD-REC(WS-IDX-BK) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REC-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BK-QTD-DEV-REC(WS-IDX-BK) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEV-REC-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BK-QTD-DEV-ENV(WS-IDX-BK) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEV-ENV-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-POSICAO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LQ-SENTIDO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LQ-DIVERGENCIA DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       DEFINIR-SENTIDO.
           EVALUATE TRUE
               WHEN LQ-POSICAO-LIQUIDA > 0
                   MOVE "R" TO LQ-SENTIDO
               WHEN LQ-POSICAO-LIQUIDA < 0
                   MOVE "P" TO LQ-SENTIDO
               WHEN OTHER
                   MOVE "Z" TO LQ-SENTIDO
           END-EVALUATE.

       ESVAZIAR-CONFIRMACOES.
           IF WS-CONFIRMACAO-STATUS = "00"
                   OR WS-CONFIRMACAO-STATUS = "10"
               OPEN OUTPUT CONFIRMACAO-FILE
               CLOSE CONFIRMACAO-FILE
           END-IF.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "LiquidarIntercambio".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "LiquidarIntercambio".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "LiquidarIntercambio".

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "LiquidarIntercambio".
