       IDENTIFICATION DIVISION.
       PROGRAM-ID. PreverNumerario.

      *    Previsao de demanda de numerario por terminal para o
      *    proximo dia util (pelo CalendarioCorp). A gaveta deixa de
      *    voltar sempre a mesma carga fixa: a carga passa a seguir o
      *    movimento da agencia naquele dia da semana.
      *      - media diaria dos saques aprovados da agencia nos
      *        ultimos PR-SEMANAS dias iguais ao dia alvo (mesmo dia
      *        da semana; dia que foi feriado nao entra na media),
      *        lidos do online e dos segmentos mensais da janela;
      *      - rateio da media entre os terminais em servico da
      *        agencia (terminais_master.dat) pela participacao de
      *        cada um nos saques da janela inteira; agencia sem
      *        saque identificado por terminal divide por igual;
      *      - margem de seguranca de PR-MARGEM por cento e, se o
      *        dia alvo for vespera de feriado (feriados.dat entre
      *        o dia alvo e o dia util seguinte), o fator
      *        PR-FATOR-VESPERA;
      *      - o valor vira quantidade de cedulas de 50, 20 e 10
      *        pela composicao PR-PCT-*, arredondada para cima e
      *        limitada entre PR-MIN-NOTAS e PR-MAX-NOTAS por valor.
      *    O resultado e regravado em data/caixa_previsao.dat
      *    (PREVREC.CPY), lido por ReposicaoNotas e TransferirNotas,
      *    e listado em data/previsao_numerario.txt (spool).
      *    Terminal de agencia sem saque na base nao recebe previsao
      *    e continua na carga padrao. Os parametros podem ser
      *    trocados por data/previsao_numerario_parm.dat (uma linha);
      *    sem o arquivo, ou com composicao que nao soma 100, valem
      *    os padroes do programa.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMINAL-FILE ASSIGN TO "data/terminais_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERMINAL
               FILE STATUS IS WS-TERMINAL-STATUS.

           SELECT PREVISAO-FILE ASSIGN TO "data/caixa_previsao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-TERMINAL
               FILE STATUS IS WS-PREVISAO-STATUS.

           SELECT FERIADO-FILE ASSIGN TO "data/feriados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-DATA
               FILE STATUS IS WS-FERIADO-STATUS.

           SELECT PREV-PARM-FILE ASSIGN TO
                   "data/previsao_numerario_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREV-PARM-STATUS.

           SELECT MOVIMENTO-FILE ASSIGN TO "data/saque_movimentos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.

      *    Segmentos mensais da janela ja separados pelo corte
      *    (ParticionarMovimento).
           SELECT MOVSEG-FILE ASSIGN TO DYNAMIC WS-MOVSEG-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVSEG-STATUS.

           SELECT PREVISAO-REPORT ASSIGN TO
                   "data/previsao_numerario.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "SPOOLSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  TERMINAL-FILE.
       COPY "TERMREC.CPY".

       FD  PREVISAO-FILE.
       COPY "PREVREC.CPY".

       FD  FERIADO-FILE.
       01  FERIADO-REC.
           05 FER-DATA          PIC 9(8).
           05 FER-NOME          PIC X(20).

      *    Parametros da previsao (ver o cabecalho do programa).
       FD  PREV-PARM-FILE.
       01  PREV-PARM-REC.
           05 PP-SEMANAS        PIC 9(2).
           05 PP-FATOR-VESPERA  PIC 9V99.
           05 PP-MARGEM         PIC 9(3).
           05 PP-PCT-50         PIC 9(3).
           05 PP-PCT-20         PIC 9(3).
           05 PP-PCT-10         PIC 9(3).
           05 PP-MIN-NOTAS      PIC 9(5).
           05 PP-MAX-NOTAS      PIC 9(5).

       FD  MOVIMENTO-FILE.
       COPY "MOVREC.CPY".

       FD  MOVSEG-FILE.
       01  MOVSEG-REC           PIC X(87).

       FD  PREVISAO-REPORT.
       01  REPORT-LINE          PIC X(100).

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
       01 WS-TERMINAL-STATUS  PIC XX.
       01 WS-PREVISAO-STATUS  PIC XX.
       01 WS-FERIADO-STATUS   PIC XX.
       01 WS-PREV-PARM-STATUS PIC XX.
       01 WS-MOVIMENTO-STATUS PIC XX.
       01 WS-MOVSEG-STATUS    PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-EOF-ARQUIVO      PIC X(1).
           88 FIM-ARQUIVO         VALUE "S".
       01 WS-MOVSEG-NOME      PIC X(44).
       01 WS-MES-SEG.
           05 WS-SEG-ANO          PIC 9(4).
           05 WS-SEG-MES          PIC 9(2).
       01 WS-HOJE             PIC 9(8).
       01 WS-DATA-BASE        PIC 9(8).
       01 WS-DATA-ALVO        PIC 9(8).
       01 WS-UTIL-APOS-ALVO   PIC 9(8).
       01 WS-DATA-TRAB        PIC 9(8).
       01 WS-INICIO-JANELA    PIC 9(8).
       01 WS-CAL-OPERACAO     PIC X(1).
       01 WS-CAL-NOME-DIA     PIC X(10).
       01 WS-NOME-DIA-ALVO    PIC X(10).
       01 WS-TEM-FERIADOS     PIC X(1) VALUE "N".
           88 TEM-FERIADOS        VALUE "S".
       01 WS-E-FERIADO        PIC X(1).
           88 E-FERIADO           VALUE "S".
       01 WS-VESPERA          PIC X(1) VALUE "N".
           88 VESPERA-FERIADO     VALUE "S".
       01 WS-NOME-FERIADO     PIC X(20) VALUE SPACES.

      *    Parametros da previsao.
       01 WS-PARAMETROS-PREVISAO.
           05 PR-SEMANAS          PIC 9(2) VALUE 8.
           05 PR-FATOR-VESPERA    PIC 9V99 VALUE 1.40.
           05 PR-MARGEM           PIC 9(3) VALUE 20.
           05 PR-PCT-50           PIC 9(3) VALUE 60.
           05 PR-PCT-20           PIC 9(3) VALUE 30.
           05 PR-PCT-10           PIC 9(3) VALUE 10.
           05 PR-MIN-NOTAS        PIC 9(5) VALUE 50.
           05 PR-MAX-NOTAS        PIC 9(5) VALUE 2000.
       01 WS-SOMA-PCT         PIC 9(4).

      *    Dias da base: o mesmo dia da semana do dia alvo nas
      *    ultimas PR-SEMANAS semanas; DB-FERIADO = "S" fica fora.
       01 WS-TABELA-DIAS.
           05 WS-DB-ENT OCCURS 12 TIMES.
               10 DB-DATA           PIC 9(8).
               10 DB-FERIADO        PIC X(1).
       01 WS-QTD-DIAS-BASE    PIC 9(2) VALUE 0.
       01 WS-DIAS-VALIDOS     PIC 9(2) VALUE 0.
       01 WS-IDX-DB           PIC 9(2).
       01 WS-IDX-SEMANA       PIC 9(2).
       01 WS-DIA-NA-BASE      PIC X(1).
           88 DIA-NA-BASE         VALUE "S".

      *    Acumulo por agencia, indexado pelo numero da agencia + 1.
       01 WS-TABELA-AGENCIAS.
           05 WS-AG-ENT OCCURS 1000 TIMES.
               10 AG-SOMA-DIA       PIC 9(11)V99.
               10 AG-SOMA-TERMINAIS PIC 9(11)V99.
               10 AG-QTD-TERMINAIS  PIC 9(3).
       01 WS-IDX-AG           PIC 9(4).

      *    Uma entrada por terminal em servico do cadastro.
       01 WS-TABELA-TERMINAIS.
           05 WS-TT-ENT OCCURS 500 TIMES.
               10 TT-TERMINAL       PIC X(8).
               10 TT-AGENCIA        PIC 9(3).
               10 TT-SOMA-JANELA    PIC 9(11)V99.
       01 WS-QTD-TERMINAIS-TAB PIC 9(3) VALUE 0.
       01 WS-IDX-TT           PIC 9(3).
       01 WS-IDX-BUSCA        PIC 9(3).
       01 WS-TERMINAL-BUSCA   PIC X(8).
       01 WS-TABELA-ESTOURADA PIC X(1) VALUE "N".
           88 TABELA-ESTOURADA    VALUE "S".

       01 WS-MEDIA-AGENCIA    PIC 9(9)V99.
       01 WS-PARTICIPACAO     PIC 9V9(4).
       01 WS-VALOR-PREVISTO   PIC 9(9)V99.
       01 WS-PCT-NOTA         PIC 9(3).
       01 WS-FACE-NOTA        PIC 9(2).
       01 WS-CALC-NOTAS       PIC 9(7)V9(4).
       01 WS-QTD-CALC         PIC 9(7).
       01 WS-QTD-50           PIC 9(5).
       01 WS-QTD-20           PIC 9(5).
       01 WS-QTD-10           PIC 9(5).
       01 WS-QTD-MOVIMENTOS   PIC 9(8) VALUE 0.
       01 WS-QTD-PREVISOES    PIC 9(8) VALUE 0.
       01 WS-QTD-SEM-HISTORICO PIC 9(8) VALUE 0.
       01 WS-SOMA-PREVISTA    PIC 9(10)V99 VALUE 0.
       01 WS-VALOR-EDIT       PIC Z(8)9.99.
       01 WS-MEDIA-EDIT       PIC Z(8)9.99.
       01 WS-PART-EDIT        PIC ZZ9.99.
       01 WS-FATOR-EDIT       PIC 9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           COMPUTE WS-DATA-BASE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + 1)
           MOVE "U" TO WS-CAL-OPERACAO
           CALL "CalendarioCorp" USING WS-CAL-OPERACAO
               WS-DATA-BASE WS-DATA-ALVO WS-NOME-DIA-ALVO
           END-CALL

           COMPUTE WS-DATA-BASE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-ALVO) + 1)
           CALL "CalendarioCorp" USING WS-CAL-OPERACAO
               WS-DATA-BASE WS-UTIL-APOS-ALVO WS-CAL-NOME-DIA
           END-CALL

           PERFORM CARREGAR-PARAMETROS

           OPEN INPUT FERIADO-FILE
           IF WS-FERIADO-STATUS = "00"
               MOVE "S" TO WS-TEM-FERIADOS
           END-IF
           PERFORM VERIFICAR-VESPERA
           PERFORM MONTAR-DIAS-BASE
           IF TEM-FERIADOS
               CLOSE FERIADO-FILE
           END-IF

           PERFORM CARREGAR-TERMINAIS
           IF TABELA-ESTOURADA
               DISPLAY "Tabela de terminais estourada - passo "
                       "abortado sem previsao."
               MOVE 8 TO RETURN-CODE
               PERFORM ENCERRAR-PASSO
               GOBACK
           END-IF

           PERFORM APURAR-SAQUES-JANELA
           PERFORM SOMAR-TERMINAIS-AGENCIA
           PERFORM GRAVAR-PREVISOES

           MOVE "data/previsao_numerario.txt" TO WS-SPOOL-ORIG-NOME
           PERFORM REGISTRAR-SPOOL

           DISPLAY "Previsao de numerario para " WS-DATA-ALVO
                   ": terminais " WS-QTD-PREVISOES
                   " sem historico " WS-QTD-SEM-HISTORICO

           PERFORM ENCERRAR-PASSO

           GOBACK.

       ENCERRAR-PASSO.
           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-MOVIMENTOS TO CT-LIDOS
           MOVE WS-QTD-PREVISOES TO CT-GRAVADOS
           MOVE 0 TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-SOMA-PREVISTA TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-MOVIMENTOS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO.

       CARREGAR-PARAMETROS.
           OPEN INPUT PREV-PARM-FILE
           IF WS-PREV-PARM-STATUS NOT = "00"
               DISPLAY "Sem previsao_numerario_parm.dat - valem os "
                       "parametros padrao."
           ELSE
               READ PREV-PARM-FILE
                   AT END
                       DISPLAY "Parametros de previsao vazios - "
                               "valem os padroes."
                   NOT AT END
                       COMPUTE WS-SOMA-PCT = PP-PCT-50 + PP-PCT-20
                           + PP-PCT-10
                       IF WS-SOMA-PCT NOT = 100 OR PP-SEMANAS = 0
                               OR PP-SEMANAS > 12
                               OR PP-MAX-NOTAS < PP-MIN-NOTAS
                           DISPLAY "Parametros de previsao invalidos "
                                   "- valem os padroes."
                       ELSE
                           MOVE PP-SEMANAS TO PR-SEMANAS
                           MOVE PP-FATOR-VESPERA TO PR-FATOR-VESPERA
                           MOVE PP-MARGEM TO PR-MARGEM
                           MOVE PP-PCT-50 TO PR-PCT-50
                           MOVE PP-PCT-20 TO PR-PCT-20
                           MOVE PP-PCT-10 TO PR-PCT-10
                           MOVE PP-MIN-NOTAS TO PR-MIN-NOTAS
                           MOVE PP-MAX-NOTAS TO PR-MAX-NOTAS
                       END-IF
               END-READ
               CLOSE PREV-PARM-FILE
           END-IF.

      *    Vespera de feriado: algum dia entre o dia alvo e o dia
      *    util seguinte e feriado (a sexta antes da segunda de
      *    feriado tambem conta; fim de semana sozinho nao conta).
       VERIFICAR-VESPERA.
           MOVE "N" TO WS-VESPERA
           COMPUTE WS-DATA-TRAB = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-ALVO) + 1)
           PERFORM UNTIL WS-DATA-TRAB >= WS-UTIL-APOS-ALVO
               PERFORM CONSULTAR-FERIADO
               IF E-FERIADO AND NOT VESPERA-FERIADO
                   MOVE "S" TO WS-VESPERA
                   MOVE FER-NOME TO WS-NOME-FERIADO
               END-IF
               COMPUTE WS-DATA-TRAB = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-TRAB) + 1)
           END-PERFORM.

      *    Mesmo dia da semana do alvo nas ultimas PR-SEMANAS
      *    semanas, ate hoje.
       MONTAR-DIAS-BASE.
           MOVE 0 TO WS-QTD-DIAS-BASE
           MOVE 0 TO WS-DIAS-VALIDOS
           COMPUTE WS-INICIO-JANELA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-ALVO)
               - (7 * PR-SEMANAS))

           PERFORM VARYING WS-IDX-SEMANA FROM 1 BY 1
                   UNTIL WS-IDX-SEMANA > PR-SEMANAS
               COMPUTE WS-DATA-TRAB = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-ALVO)
                   - (7 * WS-IDX-SEMANA))
               IF WS-DATA-TRAB <= WS-HOJE
                   PERFORM CONSULTAR-FERIADO
                   ADD 1 TO WS-QTD-DIAS-BASE
                   MOVE WS-DATA-TRAB TO DB-DATA(WS-QTD-DIAS-BASE)
                   MOVE WS-E-FERIADO TO DB-FERIADO(WS-QTD-DIAS-BASE)
                   IF NOT E-FERIADO
                       ADD 1 TO WS-DIAS-VALIDOS
                   END-IF
               END-IF
           END-PERFORM.

       CONSULTAR-FERIADO.
           MOVE "N" TO WS-E-FERIADO
           IF TEM-FERIADOS
               MOVE WS-DATA-TRAB TO FER-DATA
               READ FERIADO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-E-FERIADO
               END-READ
           END-IF.

       CARREGAR-TERMINAIS.
           INITIALIZE WS-TABELA-AGENCIAS
           MOVE "N" TO WS-EOF-ARQUIVO
           OPEN INPUT TERMINAL-FILE
           IF WS-TERMINAL-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-ARQUIVO
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ TERMINAL-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       IF TM-SITUACAO = "A"
                           IF WS-QTD-TERMINAIS-TAB >= 500
                               MOVE "S" TO WS-TABELA-ESTOURADA
                               MOVE "S" TO WS-EOF-ARQUIVO
                           ELSE
                               ADD 1 TO WS-QTD-TERMINAIS-TAB
                               MOVE WS-QTD-TERMINAIS-TAB TO WS-IDX-TT
                               MOVE TM-TERMINAL TO
                                   TT-TERMINAL(WS-IDX-TT)
                               MOVE TM-AGENCIA TO TT-AGENCIA(WS-IDX-TT)
                               MOVE 0 TO TT-SOMA-JANELA(WS-IDX-TT)
                               COMPUTE WS-IDX-AG = TM-AGENCIA + 1
                               ADD 1 TO AG-QTD-TERMINAIS(WS-IDX-AG)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TERMINAL-STATUS = "00" OR WS-TERMINAL-STATUS = "10"
               CLOSE TERMINAL-FILE
           END-IF.

      *    Saques aprovados da janela: segmentos mensais do inicio
      *    da janela ate o mes corrente e o online.
       APURAR-SAQUES-JANELA.
           MOVE WS-INICIO-JANELA(1:6) TO WS-MES-SEG
           PERFORM UNTIL WS-MES-SEG > WS-HOJE(1:6)
               PERFORM LER-SEGMENTO-MES
               IF WS-SEG-MES = 12
                   ADD 1 TO WS-SEG-ANO
                   MOVE 1 TO WS-SEG-MES
               ELSE
                   ADD 1 TO WS-SEG-MES
               END-IF
           END-PERFORM

           MOVE "N" TO WS-EOF-ARQUIVO
           OPEN INPUT MOVIMENTO-FILE
           IF WS-MOVIMENTO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-ARQUIVO
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ MOVIMENTO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       PERFORM AVALIAR-SAQUE
               END-READ
           END-PERFORM

           IF WS-MOVIMENTO-STATUS = "00" OR WS-MOVIMENTO-STATUS = "10"
               CLOSE MOVIMENTO-FILE
           END-IF.

       LER-SEGMENTO-MES.
           MOVE SPACES TO WS-MOVSEG-NOME
           STRING "data/saque_movimentos_" DELIMITED BY SIZE
                  WS-MES-SEG DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-MOVSEG-NOME
           END-STRING

           MOVE "N" TO WS-EOF-ARQUIVO
           OPEN INPUT MOVSEG-FILE
           IF WS-MOVSEG-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-ARQUIVO
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ MOVSEG-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       MOVE MOVSEG-REC TO MOVIMENTO-REC
                       PERFORM AVALIAR-SAQUE
               END-READ
           END-PERFORM

           IF WS-MOVSEG-STATUS = "00" OR WS-MOVSEG-STATUS = "10"
               CLOSE MOVSEG-FILE
           END-IF.

      *    Saque aprovado na janela: entra na media da agencia se
      *    caiu num dia da base e na participacao do terminal
      *    sempre.
       AVALIAR-SAQUE.
           IF MV-RESULTADO = "A" AND (MV-TIPO = "S" OR MV-TIPO = " ")
                   AND MV-DATA >= WS-INICIO-JANELA
                   AND MV-DATA <= WS-HOJE
               ADD 1 TO WS-QTD-MOVIMENTOS

               MOVE "N" TO WS-DIA-NA-BASE
               PERFORM VARYING WS-IDX-DB FROM 1 BY 1
                       UNTIL WS-IDX-DB > WS-QTD-DIAS-BASE
                   IF DB-DATA(WS-IDX-DB) = MV-DATA
                           AND DB-FERIADO(WS-IDX-DB) = "N"
                       MOVE "S" TO WS-DIA-NA-BASE
                   END-IF
               END-PERFORM
               IF DIA-NA-BASE
                   COMPUTE WS-IDX-AG = MV-AGENCIA + 1
                   ADD MV-VALOR TO AG-SOMA-DIA(WS-IDX-AG)
               END-IF

               IF MV-TERMINAL NOT = SPACES
                   MOVE MV-TERMINAL TO WS-TERMINAL-BUSCA
                   PERFORM LOCALIZAR-TERMINAL
                   IF WS-IDX-TT > 0
                       ADD MV-VALOR TO TT-SOMA-JANELA(WS-IDX-TT)
                   END-IF
               END-IF
           END-IF.

      *    Posicao do terminal WS-TERMINAL-BUSCA na tabela, ou zero.
       LOCALIZAR-TERMINAL.
           MOVE 0 TO WS-IDX-TT
           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA > WS-QTD-TERMINAIS-TAB
                      OR WS-IDX-TT > 0
               IF TT-TERMINAL(WS-IDX-BUSCA) = WS-TERMINAL-BUSCA
                   MOVE WS-IDX-BUSCA TO WS-IDX-TT
               END-IF
           END-PERFORM.

       SOMAR-TERMINAIS-AGENCIA.
           PERFORM VARYING WS-IDX-TT FROM 1 BY 1
                   UNTIL WS-IDX-TT > WS-QTD-TERMINAIS-TAB
               COMPUTE WS-IDX-AG = TT-AGENCIA(WS-IDX-TT) + 1
               ADD TT-SOMA-JANELA(WS-IDX-TT) TO
                   AG-SOMA-TERMINAIS(WS-IDX-AG)
           END-PERFORM.

       GRAVAR-PREVISOES.
           OPEN OUTPUT PREVISAO-FILE
           MOVE "caixa_previsao.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-PREVISAO-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           OPEN OUTPUT PREVISAO-REPORT
           MOVE "previsao_numerario.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Previsao de numerario para " DELIMITED BY SIZE
                  WS-DATA-ALVO DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOME-DIA-ALVO) DELIMITED BY SIZE
                  ") - base " DELIMITED BY SIZE
                  WS-DIAS-VALIDOS DELIMITED BY SIZE
                  " dias desde " DELIMITED BY SIZE
                  WS-INICIO-JANELA DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF VESPERA-FERIADO
               MOVE PR-FATOR-VESPERA TO WS-FATOR-EDIT
               STRING "Vespera de feriado (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NOME-FERIADO) DELIMITED BY SIZE
                      ") - fator " DELIMITED BY SIZE
                      WS-FATOR-EDIT DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE "Dia comum - sem acrescimo de vespera." TO
                   REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "TERMINAL AG    MEDIA AGENCIA  PART%"
                      DELIMITED BY SIZE
                  "   VALOR PREVISTO   N50   N20   N10"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING WS-IDX-TT FROM 1 BY 1
                   UNTIL WS-IDX-TT > WS-QTD-TERMINAIS-TAB
               PERFORM PREVER-TERMINAL
           END-PERFORM

           MOVE WS-SOMA-PREVISTA TO WS-VALOR-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Terminais com previsao: " DELIMITED BY SIZE
                  WS-QTD-PREVISOES DELIMITED BY SIZE
                  " - valor previsto total: " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE PREVISAO-FILE
           CLOSE PREVISAO-REPORT.

       PREVER-TERMINAL.
           COMPUTE WS-IDX-AG = TT-AGENCIA(WS-IDX-TT) + 1

           IF WS-DIAS-VALIDOS = 0 OR AG-SOMA-DIA(WS-IDX-AG) = 0
               ADD 1 TO WS-QTD-SEM-HISTORICO
               MOVE SPACES TO REPORT-LINE
               STRING TT-TERMINAL(WS-IDX-TT) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TT-AGENCIA(WS-IDX-TT) DELIMITED BY SIZE
                      "  SEM HISTORICO - CARGA PADRAO"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               COMPUTE WS-MEDIA-AGENCIA ROUNDED =
                   AG-SOMA-DIA(WS-IDX-AG) / WS-DIAS-VALIDOS
               IF AG-SOMA-TERMINAIS(WS-IDX-AG) > 0
                   COMPUTE WS-PARTICIPACAO ROUNDED =
                       TT-SOMA-JANELA(WS-IDX-TT)
                       / AG-SOMA-TERMINAIS(WS-IDX-AG)
               ELSE
                   COMPUTE WS-PARTICIPACAO ROUNDED =
                       1 / AG-QTD-TERMINAIS(WS-IDX-AG)
               END-IF

               COMPUTE WS-VALOR-PREVISTO ROUNDED =
                   WS-MEDIA-AGENCIA * WS-PARTICIPACAO
                   * (100 + PR-MARGEM) / 100
               IF VESPERA-FERIADO
                   COMPUTE WS-VALOR-PREVISTO ROUNDED =
                       WS-VALOR-PREVISTO * PR-FATOR-VESPERA
               END-IF

               MOVE PR-PCT-50 TO WS-PCT-NOTA
               MOVE 50 TO WS-FACE-NOTA
               PERFORM CALCULAR-NOTAS
               MOVE WS-QTD-CALC TO WS-QTD-50
               MOVE PR-PCT-20 TO WS-PCT-NOTA
               MOVE 20 TO WS-FACE-NOTA
               PERFORM CALCULAR-NOTAS
               MOVE WS-QTD-CALC TO WS-QTD-20
               MOVE PR-PCT-10 TO WS-PCT-NOTA
               MOVE 10 TO WS-FACE-NOTA
               PERFORM CALCULAR-NOTAS
               MOVE WS-QTD-CALC TO WS-QTD-10

               MOVE TT-TERMINAL(WS-IDX-TT) TO PV-TERMINAL
               MOVE WS-DATA-ALVO TO PV-DATA-ALVO
               MOVE WS-HOJE TO PV-DATA-CALCULO
               MOVE TT-AGENCIA(WS-IDX-TT) TO PV-AGENCIA
               MOVE WS-VALOR-PREVISTO TO PV-VALOR-PREVISTO
               MOVE WS-VESPERA TO PV-VESPERA
               MOVE WS-QTD-50 TO PV-QTD-50
               MOVE WS-QTD-20 TO PV-QTD-20
               MOVE WS-QTD-10 TO PV-QTD-10
               WRITE PREVISAO-REC
               ADD 1 TO WS-QTD-PREVISOES
               ADD WS-VALOR-PREVISTO TO WS-SOMA-PREVISTA

               MOVE WS-MEDIA-AGENCIA TO WS-MEDIA-EDIT
               COMPUTE WS-PART-EDIT = WS-PARTICIPACAO * 100
               MOVE WS-VALOR-PREVISTO TO WS-VALOR-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING TT-TERMINAL(WS-IDX-TT) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TT-AGENCIA(WS-IDX-TT) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-MEDIA-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PART-EDIT DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-QTD-50 DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-QTD-20 DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-QTD-10 DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

      *    Cedulas de WS-FACE-NOTA para WS-PCT-NOTA por cento do
      *    valor previsto, arredondado para cima e limitado entre
      *    PR-MIN-NOTAS e PR-MAX-NOTAS.
       CALCULAR-NOTAS.
           COMPUTE WS-CALC-NOTAS =
               WS-VALOR-PREVISTO * WS-PCT-NOTA / 100 / WS-FACE-NOTA
           MOVE WS-CALC-NOTAS TO WS-QTD-CALC
           IF WS-QTD-CALC < WS-CALC-NOTAS
               ADD 1 TO WS-QTD-CALC
           END-IF
           IF WS-QTD-CALC < PR-MIN-NOTAS
               MOVE PR-MIN-NOTAS TO WS-QTD-CALC
           END-IF
           IF WS-QTD-CALC > PR-MAX-NOTAS
               MOVE PR-MAX-NOTAS TO WS-QTD-CALC
           END-IF.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "PreverNumerario".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "PreverNumerario".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "PreverNumerario".

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "PreverNumerario".
