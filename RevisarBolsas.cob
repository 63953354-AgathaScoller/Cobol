       IDENTIFICATION DIVISION.
       PROGRAM-ID. RevisarBolsas.

      *    Revisao das bolsas/descontos de mensalidade
      *    (data/descontos_alunos.dat) no fim do periodo letivo, no
      *    lote da noite. Periodo ja fechado por FecharPeriodo e
      *    ainda nao revisado entra na revisao:
      *      - o desempenho do aluno no periodo e a media das
      *        medias finais das turmas do periodo (ULTIMA linha de
      *        turma_resultados.dat desde o inicio das aulas, como
      *        no fechamento) e a frequencia somada dessas turmas
      *        em frequencia.dat, com as sessoes de justificativa
      *        APROVADA abonadas (mesma conta de MediaVariavel);
      *      - a regra vem do tipo da bolsa (DA-TIPO) no cartao
      *        data/bolsa_regras.dat, uma linha por tipo: media para
      *        renovar, media para reduzir, frequencia minima e
      *        percentual da bolsa cortado na reducao. Sem o cartao
      *        (ou sem linha do tipo) valem os padroes da tabela
      *        abaixo;
      *      - com frequencia minima e media de renovacao a bolsa e
      *        renovada; com frequencia minima e media de reducao e
      *        reduzida; fora disso e cancelada (percentual zero);
      *      - aluno sem resultado no periodo fica como esta.
      *    O novo percentual e o que GerarMensalidades le, entao a
      *    mudanca vale a partir da proxima geracao de
      *    mensalidades. Relatorio em data/revisao_bolsas.txt e uma
      *    carta por bolsa reduzida ou cancelada em
      *    data/cartas_bolsa.txt, aos cuidados do responsavel
      *    financeiro (RESPFIN.CPY) no endereco do aluno; os dois
      *    vao ao spool.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODO-FILE ASSIGN TO "data/periodos_letivos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-PERIODO
               FILE STATUS IS WS-PERIODO-STATUS.

           SELECT ATRIBUICAO-FILE ASSIGN TO "data/atribuicoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-CHAVE
               FILE STATUS IS WS-ATRIBUICAO-STATUS.

           SELECT DESCONTO-FILE ASSIGN TO
                   "data/descontos_alunos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-ALUNO-ID
               FILE STATUS IS WS-DESCONTO-STATUS.

           SELECT FREQUENCIA-FILE ASSIGN TO "data/frequencia.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE
               FILE STATUS IS WS-FREQUENCIA-STATUS.

           SELECT JUSTIFICATIVA-FILE ASSIGN TO
                   "data/justificativas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JT-ID
               FILE STATUS IS WS-JUSTIFICATIVA-STATUS.

           SELECT ALUNO-FILE ASSIGN TO "data/idadeenota_alunos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ALUNO-ID
               FILE STATUS IS WS-ALUNO-STATUS.

           SELECT RESPONSAVEL-FILE ASSIGN TO "data/responsaveis.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-CHAVE
               FILE STATUS IS WS-RESPONSAVEL-STATUS.

           SELECT CONTATO-FILE ASSIGN TO "data/alunos_contato.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ALUNO-ID
               FILE STATUS IS WS-CONTATO-STATUS.

           SELECT RESULTADOS-FILE ASSIGN TO
                   "data/turma_resultados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTADOS-STATUS.

           SELECT REGRA-FILE ASSIGN TO "data/bolsa_regras.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRA-STATUS.

           SELECT REVISAO-REPORT ASSIGN TO "data/revisao_bolsas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CARTAS-FILE ASSIGN TO "data/cartas_bolsa.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTAS-STATUS.

           COPY "SPOOLSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODO-FILE.
       COPY "PERIREC.CPY".

       FD  ATRIBUICAO-FILE.
       COPY "ATRIREC.CPY".

       FD  DESCONTO-FILE.
       COPY "DESCREC.CPY".

       FD  FREQUENCIA-FILE.
       COPY "FREQREC.CPY".

       FD  JUSTIFICATIVA-FILE.
       COPY "JUSTREC.CPY".

       FD  ALUNO-FILE.
       COPY "ALUNOREC.CPY".

       FD  RESPONSAVEL-FILE.
       COPY "RESPREC.CPY".

       FD  CONTATO-FILE.
       COPY "ALCONREC.CPY".

       FD  RESULTADOS-FILE.
       01  RESULTADO-LINE       PIC X(200).

      *    Cartao de regras de renovacao, uma linha por tipo de
      *    bolsa (medias na escala das notas, 0 a 10).
       FD  REGRA-FILE.
       01  REGRA-REC.
           05 BR-TIPO           PIC X(1).
           05 BR-MEDIA-RENOVA   PIC 9(2)V99.
           05 BR-MEDIA-REDUZ    PIC 9(2)V99.
           05 BR-FREQ-MINIMA    PIC 9(3).
           05 BR-PCT-CORTE      PIC 9(3).

       FD  REVISAO-REPORT.
       01  REPORT-LINE          PIC X(132).

       FD  CARTAS-FILE.
       01  CARTA-LINE           PIC X(80).

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
           COPY "RESPFWS.CPY".
       01 WS-PERIODO-STATUS   PIC XX.
       01 WS-ATRIBUICAO-STATUS PIC XX.
       01 WS-DESCONTO-STATUS  PIC XX.
       01 WS-FREQUENCIA-STATUS PIC XX.
       01 WS-JUSTIFICATIVA-STATUS PIC XX.
       01 WS-CONTATO-STATUS   PIC XX.
       01 WS-RESULTADOS-STATUS PIC XX.
       01 WS-REGRA-STATUS     PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-CARTAS-STATUS    PIC XX.
       01 WS-DESCONTO-ABERTO  PIC X(1) VALUE "N".
       01 WS-FREQUENCIA-ABERTO PIC X(1) VALUE "N".
       01 WS-CONTATO-ABERTO   PIC X(1) VALUE "N".
       01 WS-EOF              PIC X(1).
           88 FIM-ARQUIVO         VALUE "S".
       01 WS-HOJE             PIC 9(8).
      *    Regras de renovacao por tipo de bolsa; o tipo em branco
      *    e a regra padrao (registro antigo ou tipo desconhecido).
       01 WS-TABELA-REGRAS.
           05 WS-RG-ENT OCCURS 10 TIMES.
               10 RG-TIPO          PIC X(1).
               10 RG-MEDIA-RENOVA  PIC 9(2)V99.
               10 RG-MEDIA-REDUZ   PIC 9(2)V99.
               10 RG-FREQ-MINIMA   PIC 9(3).
               10 RG-PCT-CORTE     PIC 9(3).
       01 WS-QTD-REGRAS       PIC 9(2) VALUE 0.
       01 WS-IDX-RG           PIC 9(2).
       01 WS-RG-CORRENTE      PIC 9(2).
      *    Periodos fechados ainda sem revisao, na ordem do codigo.
       01 WS-TABELA-REVISAR.
           05 WS-PR-PERIODO OCCURS 10 TIMES PIC 9(6).
       01 WS-QTD-REVISAR      PIC 9(2) VALUE 0.
       01 WS-IDX-PR           PIC 9(2).
       01 WS-PERIODO          PIC 9(6).
       01 WS-DESCRICAO        PIC X(20).
       01 WS-DATA-INICIO      PIC 9(8).
      *    Turmas do periodo (atribuicoes com o codigo do periodo).
       01 WS-TABELA-TURMAS.
           05 WS-TB-TURMA OCCURS 100 TIMES PIC X(6).
       01 WS-QTD-TURMAS       PIC 9(3) VALUE 0.
       01 WS-IDX-TB           PIC 9(3).
       01 WS-TB-CORRENTE      PIC 9(3).
       01 WS-TURMA-BUSCA      PIC X(6).
      *    Ultima media final de cada aluno nas turmas do periodo.
       01 WS-TABELA-RESULTADOS.
           05 WS-RV-ENT OCCURS 3000 TIMES.
               10 RV-TURMA-IDX     PIC 9(3).
               10 RV-ALUNO         PIC X(10).
               10 RV-MEDIA         PIC 9(3)V99.
       01 WS-QTD-RESULTADOS   PIC 9(4) VALUE 0.
       01 WS-IDX-RV           PIC 9(4).
       01 WS-RV-CORRENTE      PIC 9(4).
       01 WS-ALUNO-BUSCA      PIC X(10).
       01 WS-POS-VARRE        PIC 9(3).
       01 WS-DATA-RESULTADO   PIC 9(8).
       01 WS-MEDIA-DIG        PIC 9(7).
       01 WS-MEDIA-RESULTADO  PIC 9(3)V99.
      *    Sessoes abonadas por justificativa aprovada, por aluno e
      *    turma do periodo.
       01 WS-TABELA-ABONOS.
           05 WS-AB-ENT OCCURS 2000 TIMES.
               10 AB-ALUNO         PIC X(10).
               10 AB-TURMA         PIC X(6).
               10 AB-SESSOES       PIC 9(4).
       01 WS-QTD-ABONOS       PIC 9(4) VALUE 0.
       01 WS-IDX-AB           PIC 9(4).
      *    Desempenho do aluno corrente no periodo.
       01 WS-QTD-TURMAS-ALUNO PIC 9(3).
       01 WS-SOMA-MEDIAS      PIC 9(6)V99.
       01 WS-MEDIA-ALUNO      PIC 9(3)V99.
       01 WS-TOT-SESSOES      PIC 9(6).
       01 WS-TOT-PRESENCAS    PIC 9(6).
       01 WS-SESSOES-ABONADAS PIC 9(6).
       01 WS-FREQ-ALUNO       PIC 9(3)V99.
       01 WS-PCT-NOVO         PIC 9(3).
       01 WS-RESULTADO        PIC X(1).
       01 WS-RESULTADO-EDIT   PIC X(20).
       01 WS-MEDIA-EDIT       PIC ZZ9.99.
       01 WS-FREQ-EDIT        PIC ZZ9.99.
       01 WS-NOME-ALUNO       PIC X(20).
       01 WS-NOME-FINANCEIRO  PIC X(20).
      *    Totais do lote.
       01 WS-QTD-LIDAS        PIC 9(6) VALUE 0.
       01 WS-QTD-RENOVADAS    PIC 9(6) VALUE 0.
       01 WS-QTD-REDUZIDAS    PIC 9(6) VALUE 0.
       01 WS-QTD-CANCELADAS   PIC 9(6) VALUE 0.
       01 WS-QTD-SEM-RESULTADO PIC 9(6) VALUE 0.
       01 WS-QTD-CARTAS       PIC 9(6) VALUE 0.
       01 WS-QTD-ALTERADAS    PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           PERFORM SELECIONAR-PERIODOS

           IF WS-QTD-REVISAR = 0
               DISPLAY "Nenhum periodo letivo com bolsas a revisar."
           ELSE
               PERFORM CARREGAR-REGRAS
               PERFORM ABRIR-ARQUIVOS

               PERFORM VARYING WS-IDX-PR FROM 1 BY 1
                       UNTIL WS-IDX-PR > WS-QTD-REVISAR
                   MOVE WS-PR-PERIODO(WS-IDX-PR) TO WS-PERIODO
                   PERFORM REVISAR-UM-PERIODO
               END-PERFORM

               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "Bolsas revisadas: " DELIMITED BY SIZE
                      WS-QTD-LIDAS DELIMITED BY SIZE
                      "  Renovadas: " DELIMITED BY SIZE
                      WS-QTD-RENOVADAS DELIMITED BY SIZE
                      "  Reduzidas: " DELIMITED BY SIZE
                      WS-QTD-REDUZIDAS DELIMITED BY SIZE
                      "  Canceladas: " DELIMITED BY SIZE
                      WS-QTD-CANCELADAS DELIMITED BY SIZE
                      "  Sem resultado: " DELIMITED BY SIZE
                      WS-QTD-SEM-RESULTADO DELIMITED BY SIZE
                      "  Cartas: " DELIMITED BY SIZE
                      WS-QTD-CARTAS DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE

               PERFORM FECHAR-ARQUIVOS

               MOVE "data/revisao_bolsas.txt" TO WS-SPOOL-ORIG-NOME
               PERFORM REGISTRAR-SPOOL
               IF WS-QTD-CARTAS > 0
                   MOVE "data/cartas_bolsa.txt" TO WS-SPOOL-ORIG-NOME
                   PERFORM REGISTRAR-SPOOL
               END-IF

               DISPLAY "Bolsas revisadas: " WS-QTD-LIDAS
                       "  Reduzidas: " WS-QTD-REDUZIDAS
                       "  Canceladas: " WS-QTD-CANCELADAS
                       "  Cartas: " WS-QTD-CARTAS
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-LIDAS TO CT-LIDOS
           MOVE WS-QTD-ALTERADAS TO CT-GRAVADOS
           MOVE 0 TO CT-REJEITADOS
           MOVE WS-QTD-RENOVADAS TO CT-RECICLADOS
           MOVE WS-QTD-CARTAS TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-LIDAS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

      *    Periodos fechados cuja revisao de bolsas nao rodou. Sem
      *    cadastro de periodos nao ha o que revisar; com algum
      *    periodo a revisar o cadastro fica aberto ate o fim.
       SELECIONAR-PERIODOS.
           MOVE "N" TO WS-EOF
           OPEN I-O PERIODO-FILE
           IF WS-PERIODO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ PERIODO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF LT-SITUACAO = "F"
                               AND LT-REVISAO-BOLSA NOT = "S"
                               AND WS-QTD-REVISAR < 10
                           ADD 1 TO WS-QTD-REVISAR
                           MOVE LT-PERIODO
                               TO WS-PR-PERIODO(WS-QTD-REVISAR)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-REVISAR = 0
               IF WS-PERIODO-STATUS = "00" OR
                       WS-PERIODO-STATUS = "10"
                   CLOSE PERIODO-FILE
               END-IF
           END-IF.

      *    Padroes da escola; o cartao altera ou acrescenta tipos.
       CARREGAR-REGRAS.
           MOVE 4 TO WS-QTD-REGRAS
           MOVE SPACE TO RG-TIPO(1)
           MOVE 5.00 TO RG-MEDIA-RENOVA(1)
           MOVE 4.00 TO RG-MEDIA-REDUZ(1)
           MOVE 75 TO RG-FREQ-MINIMA(1)
           MOVE 50 TO RG-PCT-CORTE(1)
           MOVE "M" TO RG-TIPO(2)
           MOVE 7.00 TO RG-MEDIA-RENOVA(2)
           MOVE 6.00 TO RG-MEDIA-REDUZ(2)
           MOVE 75 TO RG-FREQ-MINIMA(2)
           MOVE 50 TO RG-PCT-CORTE(2)
           MOVE "S" TO RG-TIPO(3)
           MOVE 5.00 TO RG-MEDIA-RENOVA(3)
           MOVE 4.00 TO RG-MEDIA-REDUZ(3)
           MOVE 75 TO RG-FREQ-MINIMA(3)
           MOVE 50 TO RG-PCT-CORTE(3)
           MOVE "F" TO RG-TIPO(4)
           MOVE 0 TO RG-MEDIA-RENOVA(4)
           MOVE 0 TO RG-MEDIA-REDUZ(4)
           MOVE 0 TO RG-FREQ-MINIMA(4)
           MOVE 0 TO RG-PCT-CORTE(4)

           MOVE "N" TO WS-EOF
           OPEN INPUT REGRA-FILE
           IF WS-REGRA-STATUS NOT = "00"
               MOVE "S" TO WS-EOF
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ REGRA-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF BR-MEDIA-RENOVA IS NUMERIC
                               AND BR-MEDIA-REDUZ IS NUMERIC
                               AND BR-FREQ-MINIMA IS NUMERIC
                               AND BR-PCT-CORTE IS NUMERIC
                           PERFORM GUARDAR-REGRA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-REGRA-STATUS = "00" OR WS-REGRA-STATUS = "10"
               CLOSE REGRA-FILE
           END-IF.

       GUARDAR-REGRA.
           MOVE 0 TO WS-RG-CORRENTE
           PERFORM VARYING WS-IDX-RG FROM 1 BY 1
                   UNTIL WS-IDX-RG > WS-QTD-REGRAS
               IF RG-TIPO(WS-IDX-RG) = BR-TIPO
                   MOVE WS-IDX-RG TO WS-RG-CORRENTE
               END-IF
           END-PERFORM
           IF WS-RG-CORRENTE = 0 AND WS-QTD-REGRAS < 10
               ADD 1 TO WS-QTD-REGRAS
               MOVE WS-QTD-REGRAS TO WS-RG-CORRENTE
               MOVE BR-TIPO TO RG-TIPO(WS-RG-CORRENTE)
           END-IF
           IF WS-RG-CORRENTE > 0
               MOVE BR-MEDIA-RENOVA TO RG-MEDIA-RENOVA(WS-RG-CORRENTE)
               MOVE BR-MEDIA-REDUZ TO RG-MEDIA-REDUZ(WS-RG-CORRENTE)
               MOVE BR-FREQ-MINIMA TO RG-FREQ-MINIMA(WS-RG-CORRENTE)
               MOVE BR-PCT-CORTE TO RG-PCT-CORTE(WS-RG-CORRENTE)
           END-IF.

      *    O status muda a cada READ (23 na chave ausente), entao
      *    o arquivo aberto fica marcado a parte.
       ABRIR-ARQUIVOS.
           OPEN OUTPUT REVISAO-REPORT
           MOVE "revisao_bolsas.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           OPEN OUTPUT CARTAS-FILE
           MOVE "cartas_bolsa.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-CARTAS-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           OPEN I-O DESCONTO-FILE
           IF WS-DESCONTO-STATUS = "00"
               MOVE "S" TO WS-DESCONTO-ABERTO
           END-IF
           OPEN INPUT FREQUENCIA-FILE
           IF WS-FREQUENCIA-STATUS = "00"
               MOVE "S" TO WS-FREQUENCIA-ABERTO
           END-IF
           OPEN INPUT CONTATO-FILE
           IF WS-CONTATO-STATUS = "00"
               MOVE "S" TO WS-CONTATO-ABERTO
           END-IF
           OPEN INPUT ALUNO-FILE
           IF WS-ALUNO-STATUS = "00"
               MOVE "S" TO WS-RF-ALUNO-ABERTO
           END-IF
           OPEN INPUT RESPONSAVEL-FILE
           IF WS-RESPONSAVEL-STATUS = "00"
               MOVE "S" TO WS-RF-RESP-ABERTO
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "Revisao de bolsas de fim de periodo - lote de "
                      DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       FECHAR-ARQUIVOS.
           CLOSE REVISAO-REPORT
           CLOSE CARTAS-FILE
           CLOSE PERIODO-FILE
           IF WS-DESCONTO-ABERTO = "S"
               CLOSE DESCONTO-FILE
           END-IF
           IF WS-FREQUENCIA-ABERTO = "S"
               CLOSE FREQUENCIA-FILE
           END-IF
           IF WS-CONTATO-ABERTO = "S"
               CLOSE CONTATO-FILE
           END-IF
           IF WS-RF-ALUNO-ABERTO = "S"
               CLOSE ALUNO-FILE
           END-IF
           IF WS-RF-RESP-ABERTO = "S"
               CLOSE RESPONSAVEL-FILE
           END-IF.

       REVISAR-UM-PERIODO.
           MOVE WS-PERIODO TO LT-PERIODO
           READ PERIODO-FILE
               INVALID KEY
                   MOVE SPACES TO LT-DESCRICAO
                   MOVE 0 TO LT-DATA-INICIO
           END-READ
           MOVE LT-DESCRICAO TO WS-DESCRICAO
           MOVE LT-DATA-INICIO TO WS-DATA-INICIO

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PERIODO " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DESCRICAO DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "  ALUNO      T MEDIA   FREQ%   ANTES DEPOIS RESULTADO"
               TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM CARREGAR-TURMAS
           PERFORM CARREGAR-RESULTADOS
           PERFORM CARREGAR-ABONOS

           IF WS-DESCONTO-ABERTO = "S"
               MOVE "N" TO WS-EOF
               MOVE LOW-VALUES TO DA-ALUNO-ID
               START DESCONTO-FILE KEY NOT < DA-ALUNO-ID
                   INVALID KEY
                       MOVE "S" TO WS-EOF
               END-START
               PERFORM UNTIL FIM-ARQUIVO
                   READ DESCONTO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM EXAMINAR-BOLSA
                   END-READ
               END-PERFORM
           END-IF

           MOVE WS-PERIODO TO LT-PERIODO
           READ PERIODO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO LT-REVISAO-BOLSA
                   REWRITE PERIODO-REC
           END-READ.

      *    Bolsa ativa ainda nao revisada neste periodo.
       EXAMINAR-BOLSA.
           IF DA-PERIODO-REVISAO NOT NUMERIC
               MOVE 0 TO DA-PERIODO-REVISAO
           END-IF
           IF DA-PCT-DESCONTO IS NUMERIC
                   AND DA-PCT-DESCONTO > 0
                   AND DA-PERIODO-REVISAO NOT = WS-PERIODO
               ADD 1 TO WS-QTD-LIDAS
               PERFORM APURAR-DESEMPENHO
               IF WS-QTD-TURMAS-ALUNO = 0
                   ADD 1 TO WS-QTD-SEM-RESULTADO
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                          DA-ALUNO-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DA-TIPO DELIMITED BY SIZE
                          "                 " DELIMITED BY SIZE
                          DA-PCT-DESCONTO DELIMITED BY SIZE
                          "   " DELIMITED BY SIZE
                          DA-PCT-DESCONTO DELIMITED BY SIZE
                          "    SEM RESULTADO NO PERIODO - MANTIDA"
                              DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               ELSE
                   PERFORM APLICAR-REGRA
                   PERFORM GRAVAR-REVISAO
               END-IF
           END-IF.

      *    Media das medias finais e frequencia somada das turmas do
      *    periodo; sessoes abonadas limitadas as faltas reais.
       APURAR-DESEMPENHO.
           MOVE 0 TO WS-QTD-TURMAS-ALUNO
           MOVE 0 TO WS-SOMA-MEDIAS
           MOVE 0 TO WS-TOT-SESSOES
           MOVE 0 TO WS-TOT-PRESENCAS
           PERFORM VARYING WS-IDX-RV FROM 1 BY 1
                   UNTIL WS-IDX-RV > WS-QTD-RESULTADOS
               IF RV-ALUNO(WS-IDX-RV) = DA-ALUNO-ID
                   ADD 1 TO WS-QTD-TURMAS-ALUNO
                   ADD RV-MEDIA(WS-IDX-RV) TO WS-SOMA-MEDIAS
                   MOVE WS-TB-TURMA(RV-TURMA-IDX(WS-IDX-RV))
                       TO WS-TURMA-BUSCA
                   PERFORM SOMAR-FREQUENCIA-TURMA
               END-IF
           END-PERFORM

           MOVE 0 TO WS-MEDIA-ALUNO
           IF WS-QTD-TURMAS-ALUNO > 0
               COMPUTE WS-MEDIA-ALUNO ROUNDED =
                   WS-SOMA-MEDIAS / WS-QTD-TURMAS-ALUNO
           END-IF

      *    Sem registro de frequencia (captura ainda nao comecou)
      *    a decisao fica so pela media, como em MediaVariavel.
           MOVE 100 TO WS-FREQ-ALUNO
           IF WS-TOT-SESSOES > 0
               COMPUTE WS-FREQ-ALUNO =
                   (WS-TOT-PRESENCAS * 100) / WS-TOT-SESSOES
           END-IF.

       SOMAR-FREQUENCIA-TURMA.
           IF WS-FREQUENCIA-ABERTO = "S"
               MOVE WS-TURMA-BUSCA TO FQ-TURMA
               MOVE DA-ALUNO-ID TO FQ-ALUNO-ID
               READ FREQUENCIA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FQ-QTD-SESSOES > 0
                           MOVE 0 TO WS-SESSOES-ABONADAS
                           PERFORM VARYING WS-IDX-AB FROM 1 BY 1
                                   UNTIL WS-IDX-AB > WS-QTD-ABONOS
                               IF AB-ALUNO(WS-IDX-AB) = DA-ALUNO-ID
                                       AND AB-TURMA(WS-IDX-AB)
                                           = WS-TURMA-BUSCA
                                   ADD AB-SESSOES(WS-IDX-AB)
                                       TO WS-SESSOES-ABONADAS
                               END-IF
                           END-PERFORM
                           IF FQ-QTD-PRESENCAS + WS-SESSOES-ABONADAS
                                   > FQ-QTD-SESSOES
                               COMPUTE WS-SESSOES-ABONADAS =
                                   FQ-QTD-SESSOES - FQ-QTD-PRESENCAS
                           END-IF
                           ADD FQ-QTD-SESSOES TO WS-TOT-SESSOES
                           COMPUTE WS-TOT-PRESENCAS =
                               WS-TOT-PRESENCAS + FQ-QTD-PRESENCAS
                               + WS-SESSOES-ABONADAS
                       END-IF
               END-READ
           END-IF.

      *    Regra do tipo da bolsa (tipo sem regra cai na padrao).
       APLICAR-REGRA.
           MOVE 1 TO WS-RG-CORRENTE
           PERFORM VARYING WS-IDX-RG FROM 1 BY 1
                   UNTIL WS-IDX-RG > WS-QTD-REGRAS
               IF RG-TIPO(WS-IDX-RG) = DA-TIPO
                   MOVE WS-IDX-RG TO WS-RG-CORRENTE
               END-IF
           END-PERFORM

           IF WS-FREQ-ALUNO >= RG-FREQ-MINIMA(WS-RG-CORRENTE)
                   AND WS-MEDIA-ALUNO
                       >= RG-MEDIA-RENOVA(WS-RG-CORRENTE)
               MOVE "R" TO WS-RESULTADO
               MOVE DA-PCT-DESCONTO TO WS-PCT-NOVO
           ELSE
           IF WS-FREQ-ALUNO >= RG-FREQ-MINIMA(WS-RG-CORRENTE)
                   AND WS-MEDIA-ALUNO
                       >= RG-MEDIA-REDUZ(WS-RG-CORRENTE)
               MOVE "D" TO WS-RESULTADO
               COMPUTE WS-PCT-NOVO ROUNDED =
                   DA-PCT-DESCONTO
                   * (100 - RG-PCT-CORTE(WS-RG-CORRENTE)) / 100
               IF WS-PCT-NOVO = 0
                   MOVE "C" TO WS-RESULTADO
               END-IF
               IF WS-PCT-NOVO = DA-PCT-DESCONTO
                   MOVE "R" TO WS-RESULTADO
               END-IF
           ELSE
               MOVE "C" TO WS-RESULTADO
               MOVE 0 TO WS-PCT-NOVO
           END-IF
           END-IF.

      *    Grava o resultado na bolsa (GerarMensalidades ja le o
      *    percentual novo), a linha do relatorio e, quando a bolsa
      *    diminui, a carta da familia.
       GRAVAR-REVISAO.
           MOVE DA-PCT-DESCONTO TO DA-PCT-ANTERIOR
           MOVE WS-PCT-NOVO TO DA-PCT-DESCONTO
           MOVE WS-PERIODO TO DA-PERIODO-REVISAO
           MOVE WS-RESULTADO TO DA-RESULTADO-REVISAO
           MOVE WS-HOJE TO DA-DATA-REVISAO
           REWRITE DESCONTO-REC

           EVALUATE WS-RESULTADO
               WHEN "R"
                   ADD 1 TO WS-QTD-RENOVADAS
                   MOVE "RENOVADA" TO WS-RESULTADO-EDIT
               WHEN "D"
                   ADD 1 TO WS-QTD-REDUZIDAS
                   ADD 1 TO WS-QTD-ALTERADAS
                   MOVE "REDUZIDA" TO WS-RESULTADO-EDIT
               WHEN OTHER
                   ADD 1 TO WS-QTD-CANCELADAS
                   ADD 1 TO WS-QTD-ALTERADAS
                   MOVE "CANCELADA" TO WS-RESULTADO-EDIT
           END-EVALUATE

           MOVE WS-MEDIA-ALUNO TO WS-MEDIA-EDIT
           MOVE WS-FREQ-ALUNO TO WS-FREQ-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  DA-ALUNO-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DA-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MEDIA-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FREQ-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DA-PCT-ANTERIOR DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  DA-PCT-DESCONTO DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-RESULTADO-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-RESULTADO NOT = "R"
               PERFORM GRAVAR-CARTA
           END-IF.

      *    Carta a familia: aos cuidados do responsavel financeiro,
      *    no endereco do aluno; um salto de pagina separa as cartas
      *    no spool, como nas cartas da clinica.
       GRAVAR-CARTA.
           PERFORM BUSCAR-RESPONSAVEL-FINANCEIRO
           MOVE SPACES TO WS-NOME-ALUNO
           IF WS-RF-ALUNO-ABERTO = "S"
               MOVE DA-ALUNO-ID TO AL-ALUNO-ID
               READ ALUNO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AL-NOME TO WS-NOME-ALUNO
               END-READ
           END-IF
           MOVE SPACES TO ALUNO-CONTATO-REC
           IF WS-CONTATO-ABERTO = "S"
               MOVE DA-ALUNO-ID TO AC-ALUNO-ID
               READ CONTATO-FILE
                   INVALID KEY
                       MOVE SPACES TO ALUNO-CONTATO-REC
               END-READ
           END-IF

           IF WS-QTD-CARTAS > 0
               MOVE X"0C" TO CARTA-LINE
               WRITE CARTA-LINE
           END-IF
           ADD 1 TO WS-QTD-CARTAS

           MOVE "Secretaria Escolar" TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE SPACES TO CARTA-LINE
           STRING "Data de emissao: " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO CARTA-LINE
           END-STRING
           WRITE CARTA-LINE
           MOVE SPACES TO CARTA-LINE
           WRITE CARTA-LINE

           MOVE SPACES TO CARTA-LINE
           STRING "Aos cuidados de: " DELIMITED BY SIZE
                  WS-NOME-FINANCEIRO DELIMITED BY SIZE
                  INTO CARTA-LINE
           END-STRING
           WRITE CARTA-LINE
           IF AC-ENDERECO NOT = SPACES
               MOVE AC-ENDERECO TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE SPACES TO CARTA-LINE
               STRING FUNCTION TRIM(AC-CIDADE) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AC-UF DELIMITED BY SIZE
                      "  CEP " DELIMITED BY SIZE
                      AC-CEP DELIMITED BY SIZE
                      INTO CARTA-LINE
               END-STRING
               WRITE CARTA-LINE
           END-IF
           MOVE SPACES TO CARTA-LINE
           WRITE CARTA-LINE

           MOVE SPACES TO CARTA-LINE
           STRING "Revisao de bolsa de estudos - periodo "
                      DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DESCRICAO DELIMITED BY SIZE
                  INTO CARTA-LINE
           END-STRING
           WRITE CARTA-LINE
           MOVE SPACES TO CARTA-LINE
           STRING "Aluno: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOME-ALUNO) DELIMITED BY SIZE
                  "  (ID " DELIMITED BY SIZE
                  DA-ALUNO-ID DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO CARTA-LINE
           END-STRING
           WRITE CARTA-LINE
           MOVE SPACES TO CARTA-LINE
           STRING "Media final no periodo: " DELIMITED BY SIZE
                  WS-MEDIA-EDIT DELIMITED BY SIZE
                  "   Frequencia: " DELIMITED BY SIZE
                  WS-FREQ-EDIT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO CARTA-LINE
           END-STRING
           WRITE CARTA-LINE
           MOVE SPACES TO CARTA-LINE
           WRITE CARTA-LINE

           MOVE SPACES TO CARTA-LINE
           IF WS-RESULTADO = "D"
               STRING "A bolsa foi reduzida de " DELIMITED BY SIZE
                      DA-PCT-ANTERIOR DELIMITED BY SIZE
                      "% para " DELIMITED BY SIZE
                      DA-PCT-DESCONTO DELIMITED BY SIZE
                      "% da mensalidade." DELIMITED BY SIZE
                      INTO CARTA-LINE
               END-STRING
           ELSE
               STRING "A bolsa de " DELIMITED BY SIZE
                      DA-PCT-ANTERIOR DELIMITED BY SIZE
                      "% da mensalidade foi cancelada."
                          DELIMITED BY SIZE
                      INTO CARTA-LINE
               END-STRING
           END-IF
           WRITE CARTA-LINE
           MOVE "Conforme as regras de renovacao da bolsa (media e"
               TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE "frequencia minimas no periodo), a mudanca vale a"
               TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE "partir da proxima mensalidade gerada. Para pedir"
               TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE "reconsideracao, procure a secretaria." TO CARTA-LINE
           WRITE CARTA-LINE

           MOVE SPACES TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE "Atenciosamente, Secretaria Escolar" TO CARTA-LINE
           WRITE CARTA-LINE.

       CARREGAR-TURMAS.
           MOVE 0 TO WS-QTD-TURMAS
           MOVE "N" TO WS-EOF
           OPEN INPUT ATRIBUICAO-FILE
           IF WS-ATRIBUICAO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ ATRIBUICAO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF AT-PERIODO = WS-PERIODO
                               AND WS-QTD-TURMAS < 100
                           ADD 1 TO WS-QTD-TURMAS
                           MOVE AT-TURMA TO WS-TB-TURMA(WS-QTD-TURMAS)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ATRIBUICAO-STATUS = "00" OR
                   WS-ATRIBUICAO-STATUS = "10"
               CLOSE ATRIBUICAO-FILE
           END-IF.

       LOCALIZAR-TURMA.
           MOVE 0 TO WS-TB-CORRENTE
           PERFORM VARYING WS-IDX-TB FROM 1 BY 1
                   UNTIL WS-IDX-TB > WS-QTD-TURMAS
               IF WS-TB-TURMA(WS-IDX-TB) = WS-TURMA-BUSCA
                   MOVE WS-IDX-TB TO WS-TB-CORRENTE
               END-IF
           END-PERFORM.

      *    Resultados gravados desde o inicio das aulas; fica a
      *    ultima linha do aluno na turma (correcoes e recuperacao
      *    supersedem), como no fechamento do periodo.
       CARREGAR-RESULTADOS.
           MOVE 0 TO WS-QTD-RESULTADOS
           MOVE "N" TO WS-EOF
           OPEN INPUT RESULTADOS-FILE
           IF WS-RESULTADOS-STATUS NOT = "00"
               MOVE "S" TO WS-EOF
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ RESULTADOS-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE RESULTADO-LINE(1:6) TO WS-TURMA-BUSCA
                       PERFORM LOCALIZAR-TURMA
                       IF WS-TB-CORRENTE > 0
                           PERFORM EXTRAIR-RESULTADO
                           IF WS-DATA-RESULTADO NOT < WS-DATA-INICIO
                               PERFORM GUARDAR-RESULTADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RESULTADOS-STATUS = "00" OR
                   WS-RESULTADOS-STATUS = "10"
               CLOSE RESULTADOS-FILE
           END-IF.

       EXTRAIR-RESULTADO.
           MOVE 0 TO WS-DATA-RESULTADO
           MOVE 0 TO WS-MEDIA-RESULTADO
           PERFORM VARYING WS-POS-VARRE FROM 1 BY 1
                   UNTIL WS-POS-VARRE > 180
               IF RESULTADO-LINE(WS-POS-VARRE:6) = "MEDIA="
                       AND RESULTADO-LINE(WS-POS-VARRE + 6:7)
                           IS NUMERIC
                   MOVE RESULTADO-LINE(WS-POS-VARRE + 6:7)
                       TO WS-MEDIA-DIG
                   COMPUTE WS-MEDIA-RESULTADO = WS-MEDIA-DIG / 100
               END-IF
               IF RESULTADO-LINE(WS-POS-VARRE:5) = "DATA="
                       AND RESULTADO-LINE(WS-POS-VARRE + 5:8)
                           IS NUMERIC
                   MOVE RESULTADO-LINE(WS-POS-VARRE + 5:8)
                       TO WS-DATA-RESULTADO
               END-IF
           END-PERFORM.

       GUARDAR-RESULTADO.
           MOVE RESULTADO-LINE(8:10) TO WS-ALUNO-BUSCA
           MOVE 0 TO WS-RV-CORRENTE
           PERFORM VARYING WS-IDX-RV FROM 1 BY 1
                   UNTIL WS-IDX-RV > WS-QTD-RESULTADOS
               IF RV-TURMA-IDX(WS-IDX-RV) = WS-TB-CORRENTE
                       AND RV-ALUNO(WS-IDX-RV) = WS-ALUNO-BUSCA
                   MOVE WS-IDX-RV TO WS-RV-CORRENTE
               END-IF
           END-PERFORM
           IF WS-RV-CORRENTE = 0 AND WS-QTD-RESULTADOS < 3000
               ADD 1 TO WS-QTD-RESULTADOS
               MOVE WS-QTD-RESULTADOS TO WS-RV-CORRENTE
               MOVE WS-TB-CORRENTE TO RV-TURMA-IDX(WS-RV-CORRENTE)
               MOVE WS-ALUNO-BUSCA TO RV-ALUNO(WS-RV-CORRENTE)
           END-IF
           IF WS-RV-CORRENTE > 0
               MOVE WS-MEDIA-RESULTADO TO RV-MEDIA(WS-RV-CORRENTE)
           END-IF.

      *    Justificativas APROVADAS das turmas do periodo.
       CARREGAR-ABONOS.
           MOVE 0 TO WS-QTD-ABONOS
           MOVE "N" TO WS-EOF
           OPEN INPUT JUSTIFICATIVA-FILE
           IF WS-JUSTIFICATIVA-STATUS NOT = "00"
               MOVE "S" TO WS-EOF
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ JUSTIFICATIVA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF JT-SITUACAO = "A"
                           MOVE JT-TURMA TO WS-TURMA-BUSCA
                           PERFORM LOCALIZAR-TURMA
                           IF WS-TB-CORRENTE > 0
                                   AND WS-QTD-ABONOS < 2000
                               ADD 1 TO WS-QTD-ABONOS
                               MOVE JT-ALUNO-ID
                                   TO AB-ALUNO(WS-QTD-ABONOS)
                               MOVE JT-TURMA
                                   TO AB-TURMA(WS-QTD-ABONOS)
                               MOVE JT-QTD-SESSOES
                                   TO AB-SESSOES(WS-QTD-ABONOS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-JUSTIFICATIVA-STATUS = "00" OR
                   WS-JUSTIFICATIVA-STATUS = "10"
               CLOSE JUSTIFICATIVA-FILE
           END-IF.

           COPY "RESPFIN.CPY" REPLACING
               ROTINA-NOME  BY BUSCAR-RESPONSAVEL-FINANCEIRO
               ALUNO-CHAVE  BY DA-ALUNO-ID
               NOME-SAIDA   BY WS-NOME-FINANCEIRO.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "RevisarBolsas".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "RevisarBolsas".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "RevisarBolsas".

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "RevisarBolsas".
