       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConferirCadeia.

      *    Verificacao noturna da cadeia da trilha de auditoria,
      *    rodada antes da limpeza (ArquivarLogs). Cada linha dos
      *    logs de auditoria leva o elo calculado sobre o texto e o
      *    elo da linha anterior (CadeiaAuditoria, CADFD.CPY); o
      *    passo recalcula a cadeia e confere:
      *      1. auditoria_geral.log, partindo do selo da ultima
      *         rolagem (CADSELO.CPY) e terminando no ultimo elo do
      *         controle data/auditoria_cadeia.dat;
      *      2. os arquivos mensais arquivo_auditoria_AAAAMM.dat (ate
      *         cinco anos para tras, do mais novo para o mais
      *         velho): cada um tem de terminar no elo que o selo da
      *         rolagem seguinte registrou;
      *      3. cada log datado de saque e de senha com registro no
      *         controle: a parte ja consolidada em
      *         arquivo_logs_AAAAMM.dat (secao "== nome ==") e a
      *         parte ainda online, em sequencia, terminando no
      *         ultimo elo do controle.
      *    Linha alterada, inserida ou apagada no meio quebra o elo
      *    dali em diante; linha cortada do fim deixa o log sem
      *    terminar no elo do controle. Toda quebra sai em
      *    data/cadeia_auditoria.txt (spool) com o arquivo, a linha
      *    e o motivo, e a primeira quebra de cada log vira alerta
      *    critico no console de operacao (alertas_operacionais.dat).
      *    Depois de uma quebra a conferencia continua a partir do
      *    elo gravado na linha, para apontar cada trecho adulterado.
      *    Linhas sem elo no inicio de um log sao da epoca anterior
      *    ao encadeamento e so sao contadas. Havendo quebra o passo
      *    termina com RC 4 (tolerado pelo stream).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CADSEL.CPY".

           SELECT LOG-FILE ASSIGN TO DYNAMIC WS-LOG-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT ALERTA-FILE ASSIGN TO
                   "data/alertas_operacionais.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTA-STATUS.

           SELECT CADEIA-REPORT ASSIGN TO
                   "data/cadeia_auditoria.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "SPOOLSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       COPY "CADFD.CPY".

       FD  LOG-FILE.
       01  LOG-REC.
           05 LOG-TEXTO         PIC X(160).
           05 LOG-ROTULO        PIC X(4).
           05 LOG-CK            PIC X(15).
           05 FILLER            PIC X(1).

       FD  ALERTA-FILE.
       COPY "ALERTREC.CPY".

       FD  CADEIA-REPORT.
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
           COPY "CADWS.CPY".
           COPY "CADSELO.CPY".
       01 WS-LOG-NOME         PIC X(44).
       01 WS-LOG-STATUS       PIC XX.
       01 WS-ALERTA-STATUS    PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-HOJE             PIC 9(8).
       01 WS-AGORA            PIC 9(8).
       01 WS-GERAL-NOME       PIC X(44)
           VALUE "data/auditoria_geral.log".
       01 WS-CONTROLE-ABERTO  PIC X(1).
           88 CONTROLE-ABERTO     VALUE "S".
       01 WS-EOF-CONTROLE     PIC X(1).
           88 FIM-CONTROLE        VALUE "S".
       01 WS-EOF-LOG          PIC X(1).
           88 FIM-LOG             VALUE "S".
      *    Estado da conferencia do log (segmento) corrente.
       01 WS-SEGMENTO-NOME    PIC X(44).
       01 WS-SEGMENTO-GERAL   PIC X(1).
           88 SEGMENTO-GERAL      VALUE "S".
       01 WS-ELO-ANTERIOR     PIC 9(15).
       01 WS-ELO-CALCULADO    PIC 9(15).
       01 WS-ELO-LIDO         PIC 9(15).
       01 WS-FINAL-ESPERADO   PIC 9(15).
       01 WS-TEM-FINAL        PIC X(1).
           88 TEM-FINAL           VALUE "S".
       01 WS-QTD-ENCADEADAS   PIC 9(9).
       01 WS-QTD-LEGADO       PIC 9(9).
       01 WS-QTD-QUEBRAS-LOG  PIC 9(6).
       01 WS-NUM-LINHA        PIC 9(9).
       01 WS-MOTIVO-QUEBRA    PIC X(50).
      *    Selo de rolagem pendente: lido no inicio de um segmento do
      *    log geral, diz em que elo o arquivo do mes anterior tem de
      *    terminar.
       01 WS-SELO-PENDENTE    PIC X(1).
           88 HA-SELO-PENDENTE    VALUE "S".
       01 WS-SELO-MES-PEND    PIC 9(6).
       01 WS-SELO-ULTIMO-PEND PIC 9(15).
      *    Varredura da secao de um log datado no consolidado mensal.
       01 WS-CABECALHO-ALVO   PIC X(160).
       01 WS-DENTRO-SECAO     PIC X(1).
           88 DENTRO-SECAO        VALUE "S".
       01 WS-MES-ARQUIVO      PIC 9(6).
       01 WS-ANO-TRAB         PIC 9(4).
       01 WS-MES-TRAB         PIC 9(2).
       01 WS-IDX-MES          PIC 9(3).
       01 WS-TEXTO-ALERTA     PIC X(60).
       01 WS-QTD-LOGS         PIC 9(6) VALUE 0.
       01 WS-QTD-LINHAS       PIC 9(8) VALUE 0.
       01 WS-QTD-QUEBRAS      PIC 9(6) VALUE 0.
       01 WS-QTD-ALERTAS      PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO
           ACCEPT WS-AGORA FROM TIME

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           OPEN OUTPUT CADEIA-REPORT
           MOVE "cadeia_auditoria.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Verificacao da cadeia de auditoria em "
                      DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

      *    Sem o controle ainda da para recalcular a cadeia; so nao
      *    ha o ultimo elo de cada log para conferir o final.
           MOVE "N" TO WS-CONTROLE-ABERTO
           OPEN INPUT CADEIA-FILE
           IF WS-CADEIA-STATUS = "00"
               MOVE "S" TO WS-CONTROLE-ABERTO
           END-IF

           MOVE "N" TO WS-SELO-PENDENTE
           PERFORM VERIFICAR-LOG-GERAL
           PERFORM VERIFICAR-ARQUIVOS-GERAL
           IF CONTROLE-ABERTO
               PERFORM VERIFICAR-LOGS-DATADOS
               CLOSE CADEIA-FILE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Logs verificados: " DELIMITED BY SIZE
                  WS-QTD-LOGS DELIMITED BY SIZE
                  "  Linhas: " DELIMITED BY SIZE
                  WS-QTD-LINHAS DELIMITED BY SIZE
                  "  Quebras: " DELIMITED BY SIZE
                  WS-QTD-QUEBRAS DELIMITED BY SIZE
                  "  Alertas: " DELIMITED BY SIZE
                  WS-QTD-ALERTAS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE CADEIA-REPORT

           MOVE "data/cadeia_auditoria.txt" TO WS-SPOOL-ORIG-NOME
           PERFORM REGISTRAR-SPOOL

           DISPLAY "Cadeia de auditoria: " WS-QTD-LOGS " logs, "
                   WS-QTD-QUEBRAS " quebras."

           IF WS-QTD-QUEBRAS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-LINHAS TO CT-LIDOS
           MOVE WS-QTD-LOGS TO CT-GRAVADOS
           MOVE 0 TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-QTD-QUEBRAS TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-LINHAS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

      *    Log geral corrente: termina no ultimo elo do controle; o
      *    selo no inicio (se houver) fica pendente para o arquivo
      *    do mes que fechou.
       VERIFICAR-LOG-GERAL.
           MOVE WS-GERAL-NOME TO WS-SEGMENTO-NOME
           MOVE "S" TO WS-SEGMENTO-GERAL
           PERFORM INICIAR-SEGMENTO
           IF CONTROLE-ABERTO
               MOVE WS-GERAL-NOME TO AC-ARQUIVO
               READ CADEIA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-TEM-FINAL
                       MOVE AC-ULTIMO TO WS-FINAL-ESPERADO
               END-READ
           END-IF

           MOVE WS-GERAL-NOME TO WS-LOG-NOME
           PERFORM LER-LOG-INTEIRO

           IF NOT TEM-FINAL AND WS-QTD-ENCADEADAS > 0
               MOVE 0 TO WS-NUM-LINHA
               MOVE "log encadeado sem registro no controle"
                   TO WS-MOTIVO-QUEBRA
               PERFORM REGISTRAR-QUEBRA
           END-IF
           PERFORM ENCERRAR-SEGMENTO.

      *    Arquivos mensais do log geral, do mes corrente para tras:
      *    o selo pendente diz em que elo o arquivo do mes dele tem
      *    de terminar; o selo no inicio de cada arquivo passa a
      *    valer para o mes anterior.
       VERIFICAR-ARQUIVOS-GERAL.
           MOVE WS-HOJE(1:6) TO WS-MES-ARQUIVO
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 61
               PERFORM VERIFICAR-UM-ARQUIVO-GERAL
               PERFORM RETROCEDER-MES
           END-PERFORM.

       VERIFICAR-UM-ARQUIVO-GERAL.
           MOVE SPACES TO WS-SEGMENTO-NOME
           STRING "data/arquivo_auditoria_" DELIMITED BY SIZE
                  WS-MES-ARQUIVO DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-SEGMENTO-NOME
           END-STRING

      *    Selo apontando para um mes que ja ficou para tras: o
      *    arquivo daquele mes nao foi encontrado.
           IF HA-SELO-PENDENTE AND WS-SELO-MES-PEND > WS-MES-ARQUIVO
               PERFORM SELO-SEM-ARQUIVO
           END-IF

           MOVE WS-SEGMENTO-NOME TO WS-LOG-NOME
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               IF HA-SELO-PENDENTE
                   AND WS-SELO-MES-PEND = WS-MES-ARQUIVO
                   PERFORM SELO-SEM-ARQUIVO
               END-IF
           ELSE
               CLOSE LOG-FILE
               MOVE "S" TO WS-SEGMENTO-GERAL
               PERFORM INICIAR-SEGMENTO
               IF HA-SELO-PENDENTE
                   AND WS-SELO-MES-PEND = WS-MES-ARQUIVO
                   MOVE "S" TO WS-TEM-FINAL
                   MOVE WS-SELO-ULTIMO-PEND TO WS-FINAL-ESPERADO
                   MOVE "N" TO WS-SELO-PENDENTE
               END-IF
               PERFORM LER-LOG-INTEIRO
               IF NOT TEM-FINAL AND WS-QTD-ENCADEADAS > 0
                   MOVE 0 TO WS-NUM-LINHA
                   MOVE "arquivo sem selo de rolagem correspondente"
                       TO WS-MOTIVO-QUEBRA
                   PERFORM REGISTRAR-QUEBRA
               END-IF
               PERFORM ENCERRAR-SEGMENTO
           END-IF.

       SELO-SEM-ARQUIVO.
           MOVE "N" TO WS-SELO-PENDENTE
           MOVE "S" TO WS-SEGMENTO-GERAL
           PERFORM INICIAR-SEGMENTO
           MOVE SPACES TO WS-SEGMENTO-NOME
           STRING "data/arquivo_auditoria_" DELIMITED BY SIZE
                  WS-SELO-MES-PEND DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-SEGMENTO-NOME
           END-STRING
           MOVE 0 TO WS-NUM-LINHA
           MOVE "arquivo do mes citado no selo de rolagem ausente"
               TO WS-MOTIVO-QUEBRA
           PERFORM REGISTRAR-QUEBRA
           PERFORM ENCERRAR-SEGMENTO.

       RETROCEDER-MES.
           DIVIDE WS-MES-ARQUIVO BY 100 GIVING WS-ANO-TRAB
           COMPUTE WS-MES-TRAB = WS-MES-ARQUIVO
               - (WS-ANO-TRAB * 100)
           IF WS-MES-TRAB = 1
               COMPUTE WS-MES-ARQUIVO =
                   ((WS-ANO-TRAB - 1) * 100) + 12
           ELSE
               SUBTRACT 1 FROM WS-MES-ARQUIVO
           END-IF.

      *    Logs datados: um por registro do controle. A cadeia
      *    atravessa a parte consolidada no arquivo do mes e a parte
      *    que ainda esta online, nessa ordem.
       VERIFICAR-LOGS-DATADOS.
           MOVE "N" TO WS-EOF-CONTROLE
           MOVE LOW-VALUES TO AC-ARQUIVO
           START CADEIA-FILE KEY IS NOT LESS THAN AC-ARQUIVO
               INVALID KEY
                   MOVE "S" TO WS-EOF-CONTROLE
           END-START
           PERFORM UNTIL FIM-CONTROLE
               READ CADEIA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-CONTROLE
                   NOT AT END
                       IF AC-ARQUIVO NOT = WS-GERAL-NOME
                           PERFORM VERIFICAR-UM-DATADO
                       END-IF
               END-READ
           END-PERFORM.

       VERIFICAR-UM-DATADO.
           MOVE AC-ARQUIVO TO WS-SEGMENTO-NOME
           MOVE "N" TO WS-SEGMENTO-GERAL
           PERFORM INICIAR-SEGMENTO
           MOVE "S" TO WS-TEM-FINAL
           MOVE AC-ULTIMO TO WS-FINAL-ESPERADO

      *    Nome "data/auditoria_xxxxx_AAAAMMDD.log": o consolidado e
      *    o do mes da data do log.
           MOVE AC-ARQUIVO(22:6) TO WS-MES-ARQUIVO
           MOVE SPACES TO WS-LOG-NOME
           STRING "data/arquivo_logs_" DELIMITED BY SIZE
                  WS-MES-ARQUIVO DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-LOG-NOME
           END-STRING
           MOVE SPACES TO WS-CABECALHO-ALVO
           STRING "== " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEGMENTO-NOME) DELIMITED BY SIZE
                  " ==" DELIMITED BY SIZE
                  INTO WS-CABECALHO-ALVO
           END-STRING
           PERFORM LER-SECAO-CONSOLIDADA

           MOVE WS-SEGMENTO-NOME TO WS-LOG-NOME
           PERFORM LER-LOG-INTEIRO
           PERFORM ENCERRAR-SEGMENTO.

       INICIAR-SEGMENTO.
           MOVE 0 TO WS-ELO-ANTERIOR
           MOVE 0 TO WS-FINAL-ESPERADO
           MOVE "N" TO WS-TEM-FINAL
           MOVE 0 TO WS-QTD-ENCADEADAS
           MOVE 0 TO WS-QTD-LEGADO
           MOVE 0 TO WS-QTD-QUEBRAS-LOG.

       LER-LOG-INTEIRO.
           MOVE 0 TO WS-NUM-LINHA
           MOVE "N" TO WS-EOF-LOG
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-LOG
           END-IF
           PERFORM UNTIL FIM-LOG
               READ LOG-FILE
                   AT END
                       MOVE "S" TO WS-EOF-LOG
                   NOT AT END
                       ADD 1 TO WS-NUM-LINHA
                       PERFORM CONFERIR-LINHA
               END-READ
           END-PERFORM
           IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF.

      *    So as linhas entre o cabecalho "== nome ==" do log e o
      *    cabecalho seguinte pertencem a ele.
       LER-SECAO-CONSOLIDADA.
           MOVE 0 TO WS-NUM-LINHA
           MOVE "N" TO WS-DENTRO-SECAO
           MOVE "N" TO WS-EOF-LOG
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-LOG
           END-IF
           PERFORM UNTIL FIM-LOG
               READ LOG-FILE
                   AT END
                       MOVE "S" TO WS-EOF-LOG
                   NOT AT END
                       ADD 1 TO WS-NUM-LINHA
                       IF LOG-TEXTO(1:3) = "== "
                           IF LOG-TEXTO = WS-CABECALHO-ALVO
                               MOVE "S" TO WS-DENTRO-SECAO
                           ELSE
                               MOVE "N" TO WS-DENTRO-SECAO
                           END-IF
                       ELSE
                           IF DENTRO-SECAO
                               PERFORM CONFERIR-LINHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "10"
               CLOSE LOG-FILE
           END-IF.

      *    Recalcula o elo da linha. Na primeira linha encadeada de
      *    um segmento do log geral, o selo da rolagem traz o elo de
      *    partida (o ultimo do mes arquivado) e fica pendente para
      *    a conferencia daquele arquivo.
       CONFERIR-LINHA.
           ADD 1 TO WS-QTD-LINHAS
           IF LOG-ROTULO = " CK=" AND LOG-CK IS NUMERIC
               MOVE LOG-CK TO WS-ELO-LIDO
               IF WS-QTD-ENCADEADAS = 0 AND SEGMENTO-GERAL
                   MOVE LOG-TEXTO TO WS-SELO-ROLAGEM
                   IF SL-MARCA = "ROLAGEM-CADEIA "
                       AND SL-ULTIMO IS NUMERIC
                       AND SL-MES IS NUMERIC
                       MOVE SL-ULTIMO TO WS-ELO-ANTERIOR
                       MOVE SL-ULTIMO TO WS-SELO-ULTIMO-PEND
                       MOVE SL-MES TO WS-SELO-MES-PEND
                       MOVE "S" TO WS-SELO-PENDENTE
                   END-IF
               END-IF
               ADD 1 TO WS-QTD-ENCADEADAS
               PERFORM CALCULAR-ELO
               IF WS-ELO-CALCULADO NOT = WS-ELO-LIDO
                   MOVE "elo nao confere - linha alterada ou apagada"
                       TO WS-MOTIVO-QUEBRA
                   PERFORM REGISTRAR-QUEBRA
               END-IF
               MOVE WS-ELO-LIDO TO WS-ELO-ANTERIOR
           ELSE
               IF WS-QTD-ENCADEADAS > 0
                   MOVE "linha sem elo apos o inicio da cadeia"
                       TO WS-MOTIVO-QUEBRA
                   PERFORM REGISTRAR-QUEBRA
               ELSE
                   ADD 1 TO WS-QTD-LEGADO
               END-IF
           END-IF.

      *    Fim do log: o ultimo elo tem de ser o que o controle (ou
      *    o selo da rolagem) registrou - senao linhas foram
      *    cortadas do fim ou o log foi trocado inteiro.
       ENCERRAR-SEGMENTO.
           IF TEM-FINAL
               IF WS-QTD-ENCADEADAS = 0
                   IF WS-FINAL-ESPERADO NOT = 0
                       MOVE 0 TO WS-NUM-LINHA
                       MOVE "log vazio ou ausente com elo no controle"
                           TO WS-MOTIVO-QUEBRA
                       PERFORM REGISTRAR-QUEBRA
                   END-IF
               ELSE
                   IF WS-ELO-ANTERIOR NOT = WS-FINAL-ESPERADO
                       MOVE 0 TO WS-NUM-LINHA
                       MOVE "ultimo elo difere do controle"
                           TO WS-MOTIVO-QUEBRA
                       PERFORM REGISTRAR-QUEBRA
                   END-IF
               END-IF
           END-IF

           ADD 1 TO WS-QTD-LOGS
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SEGMENTO-NOME TO REPORT-LINE(1:44)
           STRING "encadeadas=" DELIMITED BY SIZE
                  WS-QTD-ENCADEADAS DELIMITED BY SIZE
                  " sem elo=" DELIMITED BY SIZE
                  WS-QTD-LEGADO DELIMITED BY SIZE
                  " quebras=" DELIMITED BY SIZE
                  WS-QTD-QUEBRAS-LOG DELIMITED BY SIZE
                  INTO REPORT-LINE(46:68)
           END-STRING
           IF WS-QTD-QUEBRAS-LOG > 0
               MOVE "QUEBRADA" TO REPORT-LINE(116:8)
           ELSE
               MOVE "OK" TO REPORT-LINE(116:2)
           END-IF
           WRITE REPORT-LINE.

      *    Linha de quebra no relatorio (linha 0 = o log como um
      *    todo) e, na primeira quebra do log, alerta critico no
      *    console de operacao.
       REGISTRAR-QUEBRA.
           ADD 1 TO WS-QTD-QUEBRAS
           ADD 1 TO WS-QTD-QUEBRAS-LOG
           MOVE SPACES TO REPORT-LINE
           STRING "  QUEBRA " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-NOME) DELIMITED BY SIZE
                  " linha " DELIMITED BY SIZE
                  WS-NUM-LINHA DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-MOTIVO-QUEBRA DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           IF WS-NUM-LINHA = 0
               MOVE SPACES TO REPORT-LINE
               STRING "  QUEBRA " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SEGMENTO-NOME)
                          DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      WS-MOTIVO-QUEBRA DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE

           IF WS-QTD-QUEBRAS-LOG = 1
               MOVE SPACES TO WS-TEXTO-ALERTA
               STRING "CADEIA QUEBRADA " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SEGMENTO-NOME(6:39))
                          DELIMITED BY SIZE
                      " L" DELIMITED BY SIZE
                      WS-NUM-LINHA DELIMITED BY SIZE
                      INTO WS-TEXTO-ALERTA
               END-STRING
               PERFORM GRAVAR-ALERTA
           END-IF.

       GRAVAR-ALERTA.
           ADD 1 TO WS-QTD-ALERTAS
           OPEN EXTEND ALERTA-FILE
           IF WS-ALERTA-STATUS = "35"
               OPEN OUTPUT ALERTA-FILE
           END-IF
           MOVE WS-HOJE TO AL-DATA
           MOVE WS-AGORA TO AL-HORA
           MOVE "CADEIA-AUDIT" TO AL-ORIGEM
           MOVE 1 TO AL-SEVERIDADE
           MOVE WS-TEXTO-ALERTA TO AL-TEXTO
           MOVE "N" TO AL-RECONHECIDO
           MOVE SPACES TO AL-RECONHECEDOR
           MOVE SPACES TO AL-ACAO
           WRITE ALERTA-REC
           CLOSE ALERTA-FILE.

           COPY "CADCALC.CPY" REPLACING
               ROTINA-NOME     BY CALCULAR-ELO
               CAMPO-TEXTO     BY LOG-TEXTO
               CAMPO-ANTERIOR  BY WS-ELO-ANTERIOR
               CAMPO-RESULTADO BY WS-ELO-CALCULADO.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "ConferirCadeia".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "ConferirCadeia".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "ConferirCadeia".

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "ConferirCadeia".
