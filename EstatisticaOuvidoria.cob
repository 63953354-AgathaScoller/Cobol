       IDENTIFICATION DIVISION.
       PROGRAM-ID. EstatisticaOuvidoria.

      *    Estatistica mensal das reclamacoes para o ouvidor, em
      *    data/reclamacoes_mes.txt: por categoria (na ordem da
      *    tabela data/reclamacoes_categorias.dat; categoria fora
      *    da tabela entra no fim), as abertas no mes, as encerradas
      *    no mes - separando as respondidas ate o prazo das
      *    respondidas depois dele - e as pendentes no fim do mes
      *    (abertas ate o mes e nao encerradas dentro dele), com as
      *    regulatorias abertas a parte; no rodape, as abertas no
      *    mes por subsistema e por canal. O mes vem do cartao de
      *    parametros (AAAAMM), senao o mes corrente.
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

           SELECT ESTATISTICA-REPORT ASSIGN TO
                   "data/reclamacoes_mes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PARM-FILE ASSIGN TO "data/reclamacoes_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECLAMACAO-FILE.
       COPY "RECLREC.CPY".

       FD  CATEGORIA-FILE.
       COPY "RCATREC.CPY".

       FD  ESTATISTICA-REPORT.
       01  REPORT-LINE          PIC X(80).

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-ANO-MES      PIC 9(6).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "PARMWS.CPY".
       01 WS-PARM-ACHADO     PIC X(1).
       01 WS-RECLAMACAO-STATUS PIC XX.
       01 WS-CATEGORIA-STATUS PIC XX.
       01 WS-REPORT-STATUS   PIC XX.
       01 WS-EOF-RECLAMACAO  PIC X VALUE "N".
           88 FIM-RECLAMACOES    VALUE "S".
       01 WS-EOF-CATEGORIA   PIC X VALUE "N".
           88 FIM-CATEGORIAS     VALUE "S".
       01 WS-HOJE            PIC 9(8).
       01 WS-ANO-MES         PIC 9(6).
       01 WS-MES-ABERTURA    PIC 9(6).
       01 WS-MES-ENCERRAMENTO PIC 9(6).
       01 WS-QTD-CATEGORIAS  PIC 9(2) VALUE 0.
       01 WS-IDX-CAT         PIC 9(2).
       01 WS-IDX-ACHADO      PIC 9(2).
       01 WS-TABELA-CATEGORIAS.
           05 TC-ITEM OCCURS 50 TIMES.
               10 TC-CATEGORIA  PIC X(4).
               10 TC-DESCRICAO  PIC X(30).
               10 TC-ABERTAS    PIC 9(5).
               10 TC-REGULATORIAS PIC 9(5).
               10 TC-NO-PRAZO   PIC 9(5).
               10 TC-FORA-PRAZO PIC 9(5).
               10 TC-PENDENTES  PIC 9(5).
       01 WS-TOTAIS.
           05 WS-TOT-ABERTAS    PIC 9(5) VALUE 0.
           05 WS-TOT-REGULATORIAS PIC 9(5) VALUE 0.
           05 WS-TOT-NO-PRAZO   PIC 9(5) VALUE 0.
           05 WS-TOT-FORA-PRAZO PIC 9(5) VALUE 0.
           05 WS-TOT-PENDENTES  PIC 9(5) VALUE 0.
       01 WS-SUBSISTEMAS.
           05 WS-QTD-BANCO      PIC 9(5) VALUE 0.
           05 WS-QTD-CLINICA    PIC 9(5) VALUE 0.
           05 WS-QTD-ESCOLA     PIC 9(5) VALUE 0.
       01 WS-CANAIS.
           05 WS-QTD-TELEFONE   PIC 9(5) VALUE 0.
           05 WS-QTD-EMAIL      PIC 9(5) VALUE 0.
           05 WS-QTD-AGENCIA    PIC 9(5) VALUE 0.
           05 WS-QTD-SITE       PIC 9(5) VALUE 0.
           05 WS-QTD-REGULADOR  PIC 9(5) VALUE 0.
       01 WS-LINHA-CATEGORIA.
           05 LC-CATEGORIA      PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 LC-DESCRICAO      PIC X(30).
           05 LC-ABERTAS        PIC Z(5)9.
           05 LC-REGULATORIAS   PIC Z(5)9.
           05 LC-NO-PRAZO       PIC Z(5)9.
           05 LC-FORA-PRAZO     PIC Z(5)9.
           05 LC-PENDENTES      PIC Z(5)9.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           PERFORM LER-CARTAO-PARAMETROS
           IF WS-PARM-ACHADO = "S"
               MOVE PARM-ANO-MES TO WS-ANO-MES
           ELSE
               MOVE WS-HOJE(1:6) TO WS-ANO-MES
           END-IF

           PERFORM CARREGAR-CATEGORIAS

           OPEN INPUT RECLAMACAO-FILE
           IF WS-RECLAMACAO-STATUS NOT = "00"
               DISPLAY "Arquivo de reclamacoes nao disponivel."
               GOBACK
           END-IF

           PERFORM UNTIL FIM-RECLAMACOES
               READ RECLAMACAO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-RECLAMACAO
                   NOT AT END
                       PERFORM ACUMULAR-RECLAMACAO
               END-READ
           END-PERFORM

           CLOSE RECLAMACAO-FILE

           OPEN OUTPUT ESTATISTICA-REPORT

           MOVE SPACES TO REPORT-LINE
           STRING "Reclamacoes da ouvidoria - mes " DELIMITED BY SIZE
                  WS-ANO-MES DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE "Cat  Descricao" TO REPORT-LINE
           MOVE " Abert Regul Prazo  Fora  Pend" TO REPORT-LINE(36:30)
           WRITE REPORT-LINE

           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > WS-QTD-CATEGORIAS
               MOVE TC-CATEGORIA(WS-IDX-CAT) TO LC-CATEGORIA
               MOVE TC-DESCRICAO(WS-IDX-CAT) TO LC-DESCRICAO
               MOVE TC-ABERTAS(WS-IDX-CAT) TO LC-ABERTAS
               MOVE TC-REGULATORIAS(WS-IDX-CAT) TO LC-REGULATORIAS
               MOVE TC-NO-PRAZO(WS-IDX-CAT) TO LC-NO-PRAZO
               MOVE TC-FORA-PRAZO(WS-IDX-CAT) TO LC-FORA-PRAZO
               MOVE TC-PENDENTES(WS-IDX-CAT) TO LC-PENDENTES
               MOVE WS-LINHA-CATEGORIA TO REPORT-LINE
               WRITE REPORT-LINE
               ADD TC-ABERTAS(WS-IDX-CAT) TO WS-TOT-ABERTAS
               ADD TC-REGULATORIAS(WS-IDX-CAT) TO WS-TOT-REGULATORIAS
               ADD TC-NO-PRAZO(WS-IDX-CAT) TO WS-TOT-NO-PRAZO
               ADD TC-FORA-PRAZO(WS-IDX-CAT) TO WS-TOT-FORA-PRAZO
               ADD TC-PENDENTES(WS-IDX-CAT) TO WS-TOT-PENDENTES
           END-PERFORM

           MOVE "*TOT" TO LC-CATEGORIA
           MOVE "Total do mes" TO LC-DESCRICAO
           MOVE WS-TOT-ABERTAS TO LC-ABERTAS
           MOVE WS-TOT-REGULATORIAS TO LC-REGULATORIAS
           MOVE WS-TOT-NO-PRAZO TO LC-NO-PRAZO
           MOVE WS-TOT-FORA-PRAZO TO LC-FORA-PRAZO
           MOVE WS-TOT-PENDENTES TO LC-PENDENTES
           MOVE WS-LINHA-CATEGORIA TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Abertas por subsistema - banco: " DELIMITED BY SIZE
                  WS-QTD-BANCO DELIMITED BY SIZE
                  "  clinica: " DELIMITED BY SIZE
                  WS-QTD-CLINICA DELIMITED BY SIZE
                  "  escola: " DELIMITED BY SIZE
                  WS-QTD-ESCOLA DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Abertas por canal - telefone: " DELIMITED BY SIZE
                  WS-QTD-TELEFONE DELIMITED BY SIZE
                  "  e-mail: " DELIMITED BY SIZE
                  WS-QTD-EMAIL DELIMITED BY SIZE
                  "  agencia: " DELIMITED BY SIZE
                  WS-QTD-AGENCIA DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "                    site: " DELIMITED BY SIZE
                  WS-QTD-SITE DELIMITED BY SIZE
                  "  regulador: " DELIMITED BY SIZE
                  WS-QTD-REGULADOR DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE ESTATISTICA-REPORT

           DISPLAY "Estatistica de reclamacoes do mes gravada."

           STRING "MES=" DELIMITED BY SIZE
                  WS-ANO-MES DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           STRING "ABERTAS=" DELIMITED BY SIZE
                  WS-TOT-ABERTAS DELIMITED BY SIZE
                  " PENDENTES=" DELIMITED BY SIZE
                  WS-TOT-PENDENTES DELIMITED BY SIZE
                  INTO WS-AUDIT-SAIDA
           END-STRING
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

           COPY "PARMCARD.CPY" REPLACING
               ROTINA-NOME   BY LER-CARTAO-PARAMETROS
               ARQUIVO-PARM  BY PARM-FILE
               REGISTRO-PARM BY PARM-REC
               FLAG-ACHADO   BY WS-PARM-ACHADO.

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
                           MOVE WS-QTD-CATEGORIAS TO WS-IDX-ACHADO
                           PERFORM INICIAR-CATEGORIA
                           MOVE CQ-CATEGORIA
                               TO TC-CATEGORIA(WS-IDX-ACHADO)
                           MOVE CQ-DESCRICAO
                               TO TC-DESCRICAO(WS-IDX-ACHADO)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CATEGORIA-STATUS = "00" OR WS-CATEGORIA-STATUS = "10"
               CLOSE CATEGORIA-FILE
           END-IF.

       INICIAR-CATEGORIA.
           MOVE 0 TO TC-ABERTAS(WS-IDX-ACHADO)
           MOVE 0 TO TC-REGULATORIAS(WS-IDX-ACHADO)
           MOVE 0 TO TC-NO-PRAZO(WS-IDX-ACHADO)
           MOVE 0 TO TC-FORA-PRAZO(WS-IDX-ACHADO)
           MOVE 0 TO TC-PENDENTES(WS-IDX-ACHADO).

      *    Categoria que saiu da tabela depois de usada entra no fim
      *    da lista, sem descricao; com a lista cheia, cai na ultima
      *    posicao.
       LOCALIZAR-CATEGORIA.
           MOVE 0 TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > WS-QTD-CATEGORIAS
                      OR WS-IDX-ACHADO > 0
               IF TC-CATEGORIA(WS-IDX-CAT) = RQ-CATEGORIA
                   MOVE WS-IDX-CAT TO WS-IDX-ACHADO
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO = 0
               IF WS-QTD-CATEGORIAS < 50
                   ADD 1 TO WS-QTD-CATEGORIAS
                   MOVE WS-QTD-CATEGORIAS TO WS-IDX-ACHADO
                   PERFORM INICIAR-CATEGORIA
                   MOVE RQ-CATEGORIA TO TC-CATEGORIA(WS-IDX-ACHADO)
                   MOVE "(fora da tabela)"
                       TO TC-DESCRICAO(WS-IDX-ACHADO)
               ELSE
                   MOVE 50 TO WS-IDX-ACHADO
               END-IF
           END-IF.

       ACUMULAR-RECLAMACAO.
           MOVE RQ-DATA-ABERTURA(1:6) TO WS-MES-ABERTURA
           MOVE RQ-DATA-ENCERRAMENTO(1:6) TO WS-MES-ENCERRAMENTO

           IF WS-MES-ABERTURA > WS-ANO-MES
               CONTINUE
           ELSE
               PERFORM LOCALIZAR-CATEGORIA

               IF WS-MES-ABERTURA = WS-ANO-MES
                   ADD 1 TO TC-ABERTAS(WS-IDX-ACHADO)
                   IF RQ-REGULATORIO = "S"
                       ADD 1 TO TC-REGULATORIAS(WS-IDX-ACHADO)
                   END-IF
                   PERFORM CONTAR-SUBSISTEMA-CANAL
               END-IF

               IF RQ-SITUACAO = "E" AND WS-MES-ENCERRAMENTO = WS-ANO-MES
                   IF RQ-DATA-ENCERRAMENTO > RQ-PRAZO
                       ADD 1 TO TC-FORA-PRAZO(WS-IDX-ACHADO)
                   ELSE
                       ADD 1 TO TC-NO-PRAZO(WS-IDX-ACHADO)
                   END-IF
               END-IF

               IF RQ-SITUACAO = "A"
                       OR WS-MES-ENCERRAMENTO > WS-ANO-MES
                   ADD 1 TO TC-PENDENTES(WS-IDX-ACHADO)
               END-IF
           END-IF.

       CONTAR-SUBSISTEMA-CANAL.
           EVALUATE RQ-SUBSISTEMA
               WHEN "B"
                   ADD 1 TO WS-QTD-BANCO
               WHEN "C"
                   ADD 1 TO WS-QTD-CLINICA
               WHEN OTHER
                   ADD 1 TO WS-QTD-ESCOLA
           END-EVALUATE

           EVALUATE RQ-CANAL
               WHEN "T"
                   ADD 1 TO WS-QTD-TELEFONE
               WHEN "E"
                   ADD 1 TO WS-QTD-EMAIL
               WHEN "A"
                   ADD 1 TO WS-QTD-AGENCIA
               WHEN "S"
                   ADD 1 TO WS-QTD-SITE
               WHEN OTHER
                   ADD 1 TO WS-QTD-REGULADOR
           END-EVALUATE.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "EstatisticaOuvidoria"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
