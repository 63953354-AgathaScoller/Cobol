       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReclamacoesAging.

      *    Aging noturno das reclamacoes da ouvidoria: lista em
      *    data/reclamacoes_aging.txt toda reclamacao aberta que ja
      *    passou do prazo ou que esta a CQ-AVISO-UTEIS dias uteis
      *    dele ou menos (tabela de categorias; sem a categoria,
      *    vale o aviso padrao de 2 dias), contando os dias uteis
      *    pelo CalendarioCorp como o aging de disputas. Cada
      *    reclamacao regulatoria vencida vira alerta critico na fila
      *    do console do operador (ALERTREC), origem RECLAMACOES,
      *    para a ouvidoria ser acionada antes da cobranca do
      *    regulador. Reclamacao vencida termina o passo com RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMACAO-FILE ASSIGN TO "data/reclamacoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-ID
               FILE STATUS IS WS-RECLAMACAO-STATUS.

           SELECT CATEGORIA-FILE ASSIGN TO
                   "data/reclamacoes_categorias.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATEGORIA-STATUS.

           SELECT ALERTA-FILE ASSIGN TO
                   "data/alertas_operacionais.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTA-STATUS.

           SELECT AGING-REPORT ASSIGN TO
                   "data/reclamacoes_aging.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  RECLAMACAO-FILE.
       COPY "RECLREC.CPY".

       FD  CATEGORIA-FILE.
       COPY "RCATREC.CPY".

       FD  ALERTA-FILE.
       COPY "ALERTREC.CPY".

       FD  AGING-REPORT.
       01  REPORT-LINE          PIC X(90).

       COPY "RUNHFD.CPY".

       COPY "CTLFD.CPY".

       COPY "FERRFD.CPY".

       COPY "DNEGFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "RUNHWS.CPY".
       COPY "CTLWS.CPY".
           COPY "FERRWS.CPY".
           COPY "DNEGWS.CPY".
       01 WS-RECLAMACAO-STATUS PIC XX.
       01 WS-CATEGORIA-STATUS PIC XX.
       01 WS-ALERTA-STATUS   PIC XX.
       01 WS-REPORT-STATUS   PIC XX.
       01 WS-EOF-RECLAMACAO  PIC X VALUE "N".
           88 FIM-RECLAMACOES    VALUE "S".
       01 WS-EOF-CATEGORIA   PIC X VALUE "N".
           88 FIM-CATEGORIAS     VALUE "S".
       01 WS-HOJE            PIC 9(8).
       01 WS-AGORA           PIC 9(8).
       01 WS-AVISO-PADRAO    PIC 9(2) VALUE 2.
       01 WS-AVISO-UTEIS     PIC 9(2).
       01 WS-DIAS-UTEIS      PIC 9(5).
       01 WS-INT-INICIO      PIC 9(8).
       01 WS-INT-FIM         PIC 9(8).
       01 WS-INT-DIA         PIC 9(8).
       01 WS-DIA-SEMANA      PIC 9(1).
       01 WS-DATA-DIA        PIC 9(8).
       01 WS-AGENCIA-NACIONAL PIC 9(3) VALUE 0.
       01 WS-CAL-OPERACAO    PIC X(1).
       01 WS-CAL-RESULTADO   PIC 9(8).
       01 WS-CAL-NOME-DIA    PIC X(10).
       01 WS-SITUACAO-PRAZO  PIC X(8).
       01 WS-QTD-ABERTAS     PIC 9(6) VALUE 0.
       01 WS-QTD-PERTO       PIC 9(6) VALUE 0.
       01 WS-QTD-VENCIDAS    PIC 9(6) VALUE 0.
       01 WS-QTD-ALERTAS     PIC 9(6) VALUE 0.
       01 WS-QTD-CATEGORIAS  PIC 9(2) VALUE 0.
       01 WS-IDX-CAT         PIC 9(2).
       01 WS-TABELA-CATEGORIAS.
           05 TC-ITEM OCCURS 50 TIMES.
               10 TC-CATEGORIA  PIC X(4).
               10 TC-AVISO-UTEIS PIC 9(2).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO
           ACCEPT WS-AGORA FROM TIME

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           PERFORM CARREGAR-CATEGORIAS

           OPEN OUTPUT AGING-REPORT
           MOVE "reclamacoes_aging.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Aging das reclamacoes abertas em " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           OPEN INPUT RECLAMACAO-FILE
           IF WS-RECLAMACAO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-RECLAMACAO
           END-IF

           PERFORM UNTIL FIM-RECLAMACOES
               READ RECLAMACAO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-RECLAMACAO
                   NOT AT END
                       IF RQ-SITUACAO = "A"
                           ADD 1 TO WS-QTD-ABERTAS
                           PERFORM AVALIAR-PRAZO-RECLAMACAO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RECLAMACAO-STATUS = "00"
                   OR WS-RECLAMACAO-STATUS = "10"
               CLOSE RECLAMACAO-FILE
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "Abertas: " DELIMITED BY SIZE
                  WS-QTD-ABERTAS DELIMITED BY SIZE
                  "  Perto do prazo: " DELIMITED BY SIZE
                  WS-QTD-PERTO DELIMITED BY SIZE
                  "  Vencidas: " DELIMITED BY SIZE
                  WS-QTD-VENCIDAS DELIMITED BY SIZE
                  "  Alertas: " DELIMITED BY SIZE
                  WS-QTD-ALERTAS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE AGING-REPORT

           DISPLAY "Aging de reclamacoes: " WS-QTD-VENCIDAS
                   " vencidas, " WS-QTD-PERTO " perto do prazo."

           IF WS-QTD-VENCIDAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-ABERTAS TO CT-LIDOS
           COMPUTE CT-GRAVADOS = WS-QTD-PERTO + WS-QTD-VENCIDAS
           MOVE 0 TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-QTD-VENCIDAS TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-ABERTAS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

      *    So o limiar de aviso de cada categoria interessa aqui; o
      *    prazo ja foi gravado na reclamacao quando ela foi aberta.
       CARREGAR-CATEGORIAS.
           OPEN INPUT CATEGORIA-FILE
           IF WS-CATEGORIA-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-CATEGORIA
           END-IF

           PERFORM UNTIL FIM-CATEGORIAS
               READ CATEGORIA-FILE
                   AT END
                       MOVE "S" TO WS-EOF-CATEGORIA
                   NOT AT END
                       IF WS-QTD-CATEGORIAS < 50
                           ADD 1 TO WS-QTD-CATEGORIAS
                           MOVE CQ-CATEGORIA
                               TO TC-CATEGORIA(WS-QTD-CATEGORIAS)
                           MOVE CQ-AVISO-UTEIS
                               TO TC-AVISO-UTEIS(WS-QTD-CATEGORIAS)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CATEGORIA-STATUS = "00" OR WS-CATEGORIA-STATUS = "10"
               CLOSE CATEGORIA-FILE
           END-IF.

      *    Prazo de hoje em diante: dias uteis que faltam (de hoje,
      *    exclusive, ao prazo, inclusive); prazo vencido: dias uteis
      *    de atraso (do prazo, exclusive, a hoje, inclusive).
       AVALIAR-PRAZO-RECLAMACAO.
           MOVE WS-AVISO-PADRAO TO WS-AVISO-UTEIS
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > WS-QTD-CATEGORIAS
               IF TC-CATEGORIA(WS-IDX-CAT) = RQ-CATEGORIA
                   MOVE TC-AVISO-UTEIS(WS-IDX-CAT) TO WS-AVISO-UTEIS
               END-IF
           END-PERFORM

           IF RQ-PRAZO < WS-HOJE
               COMPUTE WS-INT-INICIO =
                   FUNCTION INTEGER-OF-DATE(RQ-PRAZO)
               COMPUTE WS-INT-FIM = FUNCTION INTEGER-OF-DATE(WS-HOJE)
               PERFORM CONTAR-DIAS-UTEIS
               ADD 1 TO WS-QTD-VENCIDAS
               MOVE "VENCIDA" TO WS-SITUACAO-PRAZO
               PERFORM LISTAR-RECLAMACAO
               IF RQ-REGULATORIO = "S"
                   PERFORM GRAVAR-ALERTA-VENCIDA
               END-IF
           ELSE
               COMPUTE WS-INT-INICIO =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE)
               COMPUTE WS-INT-FIM = FUNCTION INTEGER-OF-DATE(RQ-PRAZO)
               PERFORM CONTAR-DIAS-UTEIS
               IF WS-DIAS-UTEIS <= WS-AVISO-UTEIS
                   ADD 1 TO WS-QTD-PERTO
                   MOVE "NO PRAZO" TO WS-SITUACAO-PRAZO
                   PERFORM LISTAR-RECLAMACAO
               END-IF
           END-IF.

      *    Dias uteis no intervalo (inicio, fim]: sabado e domingo
      *    saem pelo MOD 7 do calendario interno (dia 1 e segunda) e
      *    os feriados nacionais pelo CalendarioCorp, como no aging
      *    de disputas.
       CONTAR-DIAS-UTEIS.
           MOVE 0 TO WS-DIAS-UTEIS
           PERFORM VARYING WS-INT-DIA FROM WS-INT-INICIO BY 1
                   UNTIL WS-INT-DIA >= WS-INT-FIM
               COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-INT-DIA + 1, 7)
               IF WS-DIA-SEMANA NOT = 6 AND WS-DIA-SEMANA NOT = 0
                   COMPUTE WS-DATA-DIA =
                       FUNCTION DATE-OF-INTEGER(WS-INT-DIA + 1)
                   MOVE "F" TO WS-CAL-OPERACAO
                   CALL "CalendarioCorp" USING WS-CAL-OPERACAO
                       WS-DATA-DIA WS-CAL-RESULTADO WS-CAL-NOME-DIA
                       WS-AGENCIA-NACIONAL
                   END-CALL
                   IF WS-CAL-RESULTADO = 0
                       ADD 1 TO WS-DIAS-UTEIS
                   END-IF
               END-IF
           END-PERFORM.

       LISTAR-RECLAMACAO.
           MOVE SPACES TO REPORT-LINE
           STRING RQ-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RQ-SUBSISTEMA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RQ-CATEGORIA DELIMITED BY SIZE
                  " cli " DELIMITED BY SIZE
                  RQ-REFERENCIA DELIMITED BY SIZE
                  " resp " DELIMITED BY SIZE
                  RQ-RESPONSAVEL DELIMITED BY SIZE
                  " prazo " DELIMITED BY SIZE
                  RQ-PRAZO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SITUACAO-PRAZO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DIAS-UTEIS DELIMITED BY SIZE
                  " du" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           IF RQ-REGULATORIO = "S"
               MOVE "REG" TO REPORT-LINE(81:3)
           END-IF
           WRITE REPORT-LINE.

       GRAVAR-ALERTA-VENCIDA.
           OPEN EXTEND ALERTA-FILE
           IF WS-ALERTA-STATUS = "35"
               OPEN OUTPUT ALERTA-FILE
           END-IF
           MOVE WS-HOJE TO AL-DATA
           MOVE WS-AGORA TO AL-HORA
           MOVE "RECLAMACOES" TO AL-ORIGEM
           MOVE 1 TO AL-SEVERIDADE
           MOVE SPACES TO AL-TEXTO
           STRING "Reclamacao regulatoria " DELIMITED BY SIZE
                  RQ-ID DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  RQ-CATEGORIA DELIMITED BY SIZE
                  ") vencida em " DELIMITED BY SIZE
                  RQ-PRAZO DELIMITED BY SIZE
                  INTO AL-TEXTO
           END-STRING
           MOVE "N" TO AL-RECONHECIDO
           MOVE SPACES TO AL-RECONHECEDOR
           MOVE SPACES TO AL-ACAO
           WRITE ALERTA-REC
           CLOSE ALERTA-FILE
           ADD 1 TO WS-QTD-ALERTAS.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "ReclamacoesAging".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "ReclamacoesAging".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "ReclamacoesAging".
