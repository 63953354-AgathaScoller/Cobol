       IDENTIFICATION DIVISION.
       PROGRAM-ID. FecharPeriodo.

      *    Fechamento do periodo letivo, no lote da noite. Periodo
      *    aberto (data/periodos_letivos.dat) com o prazo de notas ja
      *    vencido entra no fechamento:
      *      - as turmas do periodo sao as de atribuicoes.dat com o
      *        codigo do periodo;
      *      - toda matricula ativa dessas turmas precisa de
      *        resultado final em turma_resultados.dat gravado
      *        desde o inicio das aulas (vale a ULTIMA linha do
      *        aluno na turma, como no historico escolar); faltando
      *        algum, o periodo nao fecha, os pendentes saem no
      *        relatorio e o passo termina com RC 4 - o fechamento
      *        e tentado de novo a cada noite;
      *      - com tudo completo, a matricula ativa aprovada passa
      *        a "C" (concluida); a reprovada segue para o periodo
      *        seguinte quando a turma e oferecida de novo (tem
      *        atribuicao no proximo periodo), senao tambem conclui;
      *      - reprovados que seguem e a lista de espera da turma
      *        oferecida entram no periodo seguinte na ordem do
      *        pedido, ate a capacidade do curso (o resto fica na
      *        lista de espera); matricula ja feita na janela do
      *        periodo seguinte fica como esta e ocupa vaga;
      *      - o periodo passa a "F" e a entrada de notas das suas
      *        turmas trava (EntradaNotas, correcao de
      *        MediaVariavel).
      *    Relatorio de fechamento em data/fechamento_periodo.txt,
      *    enviado ao spool para a secretaria academica. Mudancas de
      *    matricula vao ao jornal de matriculas.
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

           SELECT MATRICULA-FILE ASSIGN TO "data/matriculas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WS-MATRICULA-STATUS.

           SELECT CURSO-FILE ASSIGN TO "data/cursos_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CURSO-COD
               FILE STATUS IS WS-CURSO-STATUS.

           SELECT RESULTADOS-FILE ASSIGN TO
                   "data/turma_resultados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTADOS-STATUS.

           SELECT FECHAMENTO-REPORT ASSIGN TO
                   "data/fechamento_periodo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "JRNLSEL.CPY".

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

       FD  MATRICULA-FILE.
       COPY "MATREC.CPY".

       FD  CURSO-FILE.
       COPY "CURSOREC.CPY".

       FD  RESULTADOS-FILE.
       01  RESULTADO-LINE       PIC X(200).

       FD  FECHAMENTO-REPORT.
       01  REPORT-LINE          PIC X(132).

       COPY "JRNLFD.CPY".

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
           COPY "JRNLWS.CPY".
       01 WS-PERIODO-STATUS   PIC XX.
       01 WS-ATRIBUICAO-STATUS PIC XX.
       01 WS-MATRICULA-STATUS PIC XX.
       01 WS-CURSO-STATUS     PIC XX.
       01 WS-RESULTADOS-STATUS PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-EOF              PIC X(1).
           88 FIM-ARQUIVO         VALUE "S".
       01 WS-HOJE             PIC 9(8).
      *    Periodos com prazo de notas vencido, na ordem do codigo.
       01 WS-TABELA-FECHAR.
           05 WS-FP-PERIODO OCCURS 10 TIMES PIC 9(6).
       01 WS-QTD-FECHAR       PIC 9(2) VALUE 0.
       01 WS-IDX-FP           PIC 9(2).
      *    Periodo em fechamento e o seguinte (zero = nenhum).
       01 WS-PERIODO          PIC 9(6).
       01 WS-DESCRICAO        PIC X(20).
       01 WS-DATA-INICIO      PIC 9(8).
       01 WS-PROXIMO          PIC 9(6).
       01 WS-PROX-MATR-INICIO PIC 9(8).
      *    Turmas do periodo.
       01 WS-TABELA-TURMAS.
           05 WS-TF-ENT OCCURS 100 TIMES.
               10 TF-TURMA         PIC X(6).
               10 TF-PROFESSOR     PIC X(6).
               10 TF-OFERTA        PIC X(1).
               10 TF-CAPACIDADE    PIC 9(3).
               10 TF-ATIVAS        PIC 9(4).
               10 TF-APROVADAS     PIC 9(4).
               10 TF-REPROVADAS    PIC 9(4).
               10 TF-OCUPADAS-PROX PIC 9(4).
       01 WS-QTD-TURMAS       PIC 9(3) VALUE 0.
       01 WS-IDX-TF           PIC 9(3).
       01 WS-TF-CORRENTE      PIC 9(3).
       01 WS-TURMA-BUSCA      PIC X(6).
      *    Ultimo resultado de cada aluno nas turmas do periodo.
       01 WS-TABELA-RESULTADOS.
           05 WS-RS-ENT OCCURS 3000 TIMES.
               10 RS-TURMA-IDX     PIC 9(3).
               10 RS-ALUNO         PIC X(10).
               10 RS-APROVADO      PIC X(1).
       01 WS-QTD-RESULTADOS   PIC 9(4) VALUE 0.
       01 WS-IDX-RS           PIC 9(4).
       01 WS-RS-CORRENTE      PIC 9(4).
       01 WS-ALUNO-BUSCA      PIC X(10).
       01 WS-POS-VARRE        PIC 9(3).
       01 WS-DATA-RESULTADO   PIC 9(8).
       01 WS-SITUACAO-RESULTADO PIC X(18).
      *    Alunos que seguem para o periodo seguinte (reprovados de
      *    turma oferecida de novo e lista de espera dela).
       01 WS-TABELA-SEGUEM.
           05 WS-SG-ENT OCCURS 3000 TIMES.
               10 SG-TURMA-IDX     PIC 9(3).
               10 SG-ALUNO         PIC X(10).
               10 SG-DATA          PIC 9(8).
               10 SG-HORA          PIC 9(8).
               10 SG-ORIGEM        PIC X(1).
               10 SG-DESTINO       PIC X(1).
       01 WS-QTD-SEGUEM       PIC 9(4) VALUE 0.
       01 WS-IDX-SG           PIC 9(4).
       01 WS-SG-PRIMEIRO      PIC 9(4).
       01 WS-VAGAS            PIC 9(4).
       01 WS-SEM-LIMITE       PIC X(1).
       01 WS-QTD-PENDENTES    PIC 9(5).
       01 WS-QTD-CONCLUIDAS   PIC 9(5).
       01 WS-QTD-MATRICULADOS PIC 9(5).
       01 WS-QTD-ESPERA       PIC 9(5).
       01 WS-TOT-FECHADOS     PIC 9(3) VALUE 0.
       01 WS-TOT-NAO-FECHADOS PIC 9(3) VALUE 0.
       01 WS-TOT-MATRICULAS   PIC 9(7) VALUE 0.
       01 WS-TOT-CONCLUIDAS   PIC 9(7) VALUE 0.
       01 WS-TOT-SEGUEM       PIC 9(7) VALUE 0.
       01 WS-APROVADO         PIC X(1).
       01 WS-ORIGEM           PIC X(1).
       01 WS-ORIGEM-EDIT      PIC X(10).
       01 WS-DESTINO-EDIT     PIC X(18).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           PERFORM SELECIONAR-PERIODOS

           IF WS-QTD-FECHAR = 0
               DISPLAY "Nenhum periodo letivo a fechar."
           ELSE
               OPEN OUTPUT FECHAMENTO-REPORT
               MOVE "fechamento_periodo.txt" TO WS-ERR-ARQUIVO
               MOVE "OPEN" TO WS-ERR-OPERACAO
               MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
               PERFORM TRATAR-ERRO-ARQUIVO

               MOVE SPACES TO REPORT-LINE
               STRING "Fechamento de periodo letivo - lote de "
                          DELIMITED BY SIZE
                      WS-HOJE DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE

               PERFORM VARYING WS-IDX-FP FROM 1 BY 1
                       UNTIL WS-IDX-FP > WS-QTD-FECHAR
                   MOVE WS-FP-PERIODO(WS-IDX-FP) TO WS-PERIODO
                   PERFORM FECHAR-UM-PERIODO
               END-PERFORM

               CLOSE FECHAMENTO-REPORT
               CLOSE PERIODO-FILE

               MOVE "data/fechamento_periodo.txt"
                   TO WS-SPOOL-ORIG-NOME
               PERFORM REGISTRAR-SPOOL

               DISPLAY "Periodos fechados: " WS-TOT-FECHADOS
                       "  Nao fechados: " WS-TOT-NAO-FECHADOS
           END-IF

           IF WS-TOT-NAO-FECHADOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-TOT-MATRICULAS TO CT-LIDOS
           MOVE WS-TOT-CONCLUIDAS TO CT-GRAVADOS
           MOVE 0 TO CT-REJEITADOS
           MOVE WS-TOT-SEGUEM TO CT-RECICLADOS
           MOVE WS-TOT-FECHADOS TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-TOT-MATRICULAS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

      *    Periodos abertos com prazo de notas anterior a data do
      *    lote. Sem cadastro de periodos nao ha o que fechar; com
      *    algum periodo a fechar o cadastro fica aberto ate o fim.
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
                       IF LT-SITUACAO = "A"
                               AND LT-PRAZO-NOTAS < WS-HOJE
                               AND WS-QTD-FECHAR < 10
                           ADD 1 TO WS-QTD-FECHAR
                           MOVE LT-PERIODO
                               TO WS-FP-PERIODO(WS-QTD-FECHAR)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-FECHAR = 0
               IF WS-PERIODO-STATUS = "00" OR
                       WS-PERIODO-STATUS = "10"
                   CLOSE PERIODO-FILE
               END-IF
           END-IF.

       FECHAR-UM-PERIODO.
           MOVE WS-PERIODO TO LT-PERIODO
           READ PERIODO-FILE
               INVALID KEY
                   MOVE SPACES TO LT-DESCRICAO
           END-READ
           MOVE LT-DESCRICAO TO WS-DESCRICAO
           MOVE LT-DATA-INICIO TO WS-DATA-INICIO

      *    Periodo seguinte: o proximo codigo do cadastro.
           MOVE 0 TO WS-PROXIMO
           MOVE 99999999 TO WS-PROX-MATR-INICIO
           START PERIODO-FILE KEY > LT-PERIODO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PERIODO-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE LT-PERIODO TO WS-PROXIMO
                           MOVE LT-MATR-INICIO TO WS-PROX-MATR-INICIO
                   END-READ
           END-START

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PERIODO " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DESCRICAO DELIMITED BY SIZE
                  "  proximo periodo: " DELIMITED BY SIZE
                  WS-PROXIMO DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM CARREGAR-TURMAS
           PERFORM CARREGAR-RESULTADOS
           PERFORM CONFERIR-RESULTADOS

           IF WS-QTD-PENDENTES > 0
               ADD 1 TO WS-TOT-NAO-FECHADOS
               MOVE SPACES TO REPORT-LINE
               STRING "  PERIODO NAO FECHADO: " DELIMITED BY SIZE
                      WS-QTD-PENDENTES DELIMITED BY SIZE
                      " matricula(s) ativa(s) sem resultado final"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               DISPLAY "Periodo " WS-PERIODO " nao fechado: "
                       WS-QTD-PENDENTES " sem resultado final."
           ELSE
               PERFORM APLICAR-FECHAMENTO
               PERFORM PROMOVER-SEGUEM
               PERFORM GRAVAR-RESUMO-TURMAS
               PERFORM MARCAR-PERIODO-FECHADO
               ADD 1 TO WS-TOT-FECHADOS
           END-IF.

      *    Turmas com atribuicao no periodo; para cada uma, se ha
      *    atribuicao no periodo seguinte (turma oferecida de novo)
      *    e a capacidade do curso (zero = sem limite).
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
                           MOVE AT-TURMA TO TF-TURMA(WS-QTD-TURMAS)
                           MOVE AT-PROFESSOR
                               TO TF-PROFESSOR(WS-QTD-TURMAS)
                           MOVE "N" TO TF-OFERTA(WS-QTD-TURMAS)
                           MOVE 0 TO TF-CAPACIDADE(WS-QTD-TURMAS)
                           MOVE 0 TO TF-ATIVAS(WS-QTD-TURMAS)
                           MOVE 0 TO TF-APROVADAS(WS-QTD-TURMAS)
                           MOVE 0 TO TF-REPROVADAS(WS-QTD-TURMAS)
                           MOVE 0 TO TF-OCUPADAS-PROX(WS-QTD-TURMAS)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ATRIBUICAO-STATUS = "00"
               PERFORM VARYING WS-IDX-TF FROM 1 BY 1
                       UNTIL WS-IDX-TF > WS-QTD-TURMAS
                   IF WS-PROXIMO > 0
                       MOVE TF-TURMA(WS-IDX-TF) TO AT-TURMA
                       MOVE WS-PROXIMO TO AT-PERIODO
                       READ ATRIBUICAO-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "S" TO TF-OFERTA(WS-IDX-TF)
                       END-READ
                   END-IF
               END-PERFORM
           END-IF

           IF WS-ATRIBUICAO-STATUS = "00" OR
                   WS-ATRIBUICAO-STATUS = "10"
               CLOSE ATRIBUICAO-FILE
           END-IF

           OPEN INPUT CURSO-FILE
           IF WS-CURSO-STATUS = "00"
               PERFORM VARYING WS-IDX-TF FROM 1 BY 1
                       UNTIL WS-IDX-TF > WS-QTD-TURMAS
                   MOVE TF-TURMA(WS-IDX-TF) TO CU-CURSO-COD
                   READ CURSO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CU-CAPACIDADE IS NUMERIC
                               MOVE CU-CAPACIDADE
                                   TO TF-CAPACIDADE(WS-IDX-TF)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURSO-FILE
           END-IF.

       LOCALIZAR-TURMA.
           MOVE 0 TO WS-TF-CORRENTE
           PERFORM VARYING WS-IDX-TF FROM 1 BY 1
                   UNTIL WS-IDX-TF > WS-QTD-TURMAS
               IF TF-TURMA(WS-IDX-TF) = WS-TURMA-BUSCA
                   MOVE WS-IDX-TF TO WS-TF-CORRENTE
               END-IF
           END-PERFORM.

      *    Resultados gravados desde o inicio das aulas (marca
      *    DATA= de MediaVariavel; linha antiga, sem a marca, e de
      *    periodo anterior). Correcoes e recuperacao supersedem:
      *    fica a ultima linha do aluno na turma.
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
                       IF WS-TF-CORRENTE > 0
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
           MOVE SPACES TO WS-SITUACAO-RESULTADO
           PERFORM VARYING WS-POS-VARRE FROM 1 BY 1
                   UNTIL WS-POS-VARRE > 180
               IF RESULTADO-LINE(WS-POS-VARRE:6) = "MEDIA="
                   MOVE RESULTADO-LINE(WS-POS-VARRE + 14:18)
                       TO WS-SITUACAO-RESULTADO
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
           PERFORM LOCALIZAR-RESULTADO
           IF WS-RS-CORRENTE = 0 AND WS-QTD-RESULTADOS < 3000
               ADD 1 TO WS-QTD-RESULTADOS
               MOVE WS-QTD-RESULTADOS TO WS-RS-CORRENTE
               MOVE WS-TF-CORRENTE TO RS-TURMA-IDX(WS-RS-CORRENTE)
               MOVE WS-ALUNO-BUSCA TO RS-ALUNO(WS-RS-CORRENTE)
           END-IF
           IF WS-RS-CORRENTE > 0
               IF WS-SITUACAO-RESULTADO(1:8) = "Aprovado"
                   MOVE "S" TO RS-APROVADO(WS-RS-CORRENTE)
               ELSE
                   MOVE "N" TO RS-APROVADO(WS-RS-CORRENTE)
               END-IF
           END-IF.

       LOCALIZAR-RESULTADO.
           MOVE 0 TO WS-RS-CORRENTE
           PERFORM VARYING WS-IDX-RS FROM 1 BY 1
                   UNTIL WS-IDX-RS > WS-QTD-RESULTADOS
               IF RS-TURMA-IDX(WS-IDX-RS) = WS-TF-CORRENTE
                       AND RS-ALUNO(WS-IDX-RS) = WS-ALUNO-BUSCA
                   MOVE WS-IDX-RS TO WS-RS-CORRENTE
               END-IF
           END-PERFORM.

      *    Matricula ativa da turma sem resultado final do periodo
      *    vai para o relatorio e segura o fechamento.
       CONFERIR-RESULTADOS.
           MOVE 0 TO WS-QTD-PENDENTES
           MOVE "N" TO WS-EOF
           OPEN INPUT MATRICULA-FILE
           IF WS-MATRICULA-STATUS NOT = "00"
               MOVE "S" TO WS-EOF
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ MATRICULA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE MT-CURSO-COD TO WS-TURMA-BUSCA
                       PERFORM LOCALIZAR-TURMA
                       IF WS-TF-CORRENTE > 0 AND MT-STATUS = "A"
                               AND MT-DATA-MATRICULA
                                   < WS-PROX-MATR-INICIO
                           MOVE MT-ALUNO-ID TO WS-ALUNO-BUSCA
                           PERFORM LOCALIZAR-RESULTADO
                           IF WS-RS-CORRENTE = 0
                               PERFORM GRAVAR-LINHA-PENDENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-MATRICULA-STATUS = "00" OR
                   WS-MATRICULA-STATUS = "10"
               CLOSE MATRICULA-FILE
           END-IF.

       GRAVAR-LINHA-PENDENTE.
           IF WS-QTD-PENDENTES = 0
               MOVE SPACES TO REPORT-LINE
               MOVE "  TURMA  PROF   ALUNO      SEM RESULTADO FINAL"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           ADD 1 TO WS-QTD-PENDENTES
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  MT-CURSO-COD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TF-PROFESSOR(WS-TF-CORRENTE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MT-ALUNO-ID DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *    Uma passada nas matriculas das turmas do periodo:
      *      ativa do periodo aprovada: concluida;
      *      ativa do periodo reprovada: segue se a turma e
      *        oferecida de novo (vai para a espera ate a promocao),
      *        senao concluida;
      *      ativa feita na janela do periodo seguinte: ocupa vaga;
      *      lista de espera de turma oferecida: segue.
       APLICAR-FECHAMENTO.
           MOVE 0 TO WS-QTD-SEGUEM
           MOVE 0 TO WS-QTD-CONCLUIDAS
           MOVE "N" TO WS-EOF
           OPEN I-O MATRICULA-FILE
           IF WS-MATRICULA-STATUS NOT = "00"
               MOVE "S" TO WS-EOF
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ MATRICULA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE MT-CURSO-COD TO WS-TURMA-BUSCA
                       PERFORM LOCALIZAR-TURMA
                       IF WS-TF-CORRENTE > 0
                           PERFORM FECHAR-MATRICULA
                       END-IF
               END-READ
           END-PERFORM.

       FECHAR-MATRICULA.
           EVALUATE TRUE
               WHEN MT-STATUS = "A"
                       AND MT-DATA-MATRICULA NOT < WS-PROX-MATR-INICIO
                   ADD 1 TO TF-OCUPADAS-PROX(WS-TF-CORRENTE)
               WHEN MT-STATUS = "A"
                   ADD 1 TO TF-ATIVAS(WS-TF-CORRENTE)
                   ADD 1 TO WS-TOT-MATRICULAS
                   MOVE MT-ALUNO-ID TO WS-ALUNO-BUSCA
                   PERFORM LOCALIZAR-RESULTADO
                   MOVE "N" TO WS-APROVADO
                   IF WS-RS-CORRENTE > 0
                       MOVE RS-APROVADO(WS-RS-CORRENTE) TO WS-APROVADO
                   END-IF
                   MOVE MATRICULA-REC TO WS-JR-ANTES
                   IF WS-APROVADO = "S"
                       ADD 1 TO TF-APROVADAS(WS-TF-CORRENTE)
                   ELSE
                       ADD 1 TO TF-REPROVADAS(WS-TF-CORRENTE)
                   END-IF
                   IF WS-APROVADO NOT = "S"
                           AND TF-OFERTA(WS-TF-CORRENTE) = "S"
                       MOVE "E" TO MT-STATUS
                       MOVE "R" TO WS-ORIGEM
                       PERFORM GUARDAR-SEGUE
                   ELSE
                       MOVE "C" TO MT-STATUS
                       ADD 1 TO WS-QTD-CONCLUIDAS
                   END-IF
                   REWRITE MATRICULA-REC
                   MOVE "R" TO WS-JR-OPERACAO
                   MOVE MATRICULA-REC TO WS-JR-DEPOIS
                   PERFORM GRAVAR-JORNAL-MATRICULAS
               WHEN MT-STATUS = "E"
                       AND TF-OFERTA(WS-TF-CORRENTE) = "S"
                   MOVE "E" TO WS-ORIGEM
                   PERFORM GUARDAR-SEGUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Origem "R" reprovado que refaz a turma, "E" lista de
      *    espera.
       GUARDAR-SEGUE.
           IF WS-QTD-SEGUEM < 3000
               ADD 1 TO WS-QTD-SEGUEM
               MOVE WS-TF-CORRENTE TO SG-TURMA-IDX(WS-QTD-SEGUEM)
               MOVE MT-ALUNO-ID TO SG-ALUNO(WS-QTD-SEGUEM)
               MOVE MT-DATA-MATRICULA TO SG-DATA(WS-QTD-SEGUEM)
               MOVE MT-HORA-PEDIDO TO SG-HORA(WS-QTD-SEGUEM)
               MOVE SPACE TO SG-DESTINO(WS-QTD-SEGUEM)
               MOVE WS-ORIGEM TO SG-ORIGEM(WS-QTD-SEGUEM)
           END-IF.

      *    Por turma oferecida, na ordem do pedido: ate a capacidade
      *    livre do periodo seguinte a matricula volta a "A"; o
      *    resto fica na lista de espera.
       PROMOVER-SEGUEM.
           MOVE 0 TO WS-QTD-MATRICULADOS
           MOVE 0 TO WS-QTD-ESPERA
           IF WS-QTD-SEGUEM > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "  ALUNOS QUE SEGUEM PARA O PERIODO "
                          DELIMITED BY SIZE
                      WS-PROXIMO DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE "  TURMA  ALUNO      ORIGEM     DESTINO"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-IDX-TF FROM 1 BY 1
                   UNTIL WS-IDX-TF > WS-QTD-TURMAS
               IF TF-OFERTA(WS-IDX-TF) = "S"
                   PERFORM PROMOVER-TURMA
               END-IF
           END-PERFORM

           IF WS-MATRICULA-STATUS = "00" OR
                   WS-MATRICULA-STATUS = "10"
               CLOSE MATRICULA-FILE
           END-IF.

       PROMOVER-TURMA.
           MOVE "N" TO WS-SEM-LIMITE
           MOVE 0 TO WS-VAGAS
           IF TF-CAPACIDADE(WS-IDX-TF) = 0
               MOVE "S" TO WS-SEM-LIMITE
           ELSE
               IF TF-CAPACIDADE(WS-IDX-TF)
                       > TF-OCUPADAS-PROX(WS-IDX-TF)
                   COMPUTE WS-VAGAS = TF-CAPACIDADE(WS-IDX-TF)
                       - TF-OCUPADAS-PROX(WS-IDX-TF)
               END-IF
           END-IF

           MOVE 1 TO WS-SG-PRIMEIRO
           PERFORM UNTIL WS-SG-PRIMEIRO = 0
               PERFORM ACHAR-PRIMEIRO-DA-FILA
               IF WS-SG-PRIMEIRO > 0
                   IF WS-SEM-LIMITE = "S" OR WS-VAGAS > 0
                       MOVE "A" TO SG-DESTINO(WS-SG-PRIMEIRO)
                       IF WS-SEM-LIMITE NOT = "S"
                           SUBTRACT 1 FROM WS-VAGAS
                       END-IF
                       PERFORM MATRICULAR-NO-PROXIMO
                   ELSE
                       MOVE "E" TO SG-DESTINO(WS-SG-PRIMEIRO)
                       ADD 1 TO WS-QTD-ESPERA
                   END-IF
                   PERFORM GRAVAR-LINHA-SEGUE
               END-IF
           END-PERFORM.

       ACHAR-PRIMEIRO-DA-FILA.
           MOVE 0 TO WS-SG-PRIMEIRO
           PERFORM VARYING WS-IDX-SG FROM 1 BY 1
                   UNTIL WS-IDX-SG > WS-QTD-SEGUEM
               IF SG-TURMA-IDX(WS-IDX-SG) = WS-IDX-TF
                       AND SG-DESTINO(WS-IDX-SG) = SPACE
                   IF WS-SG-PRIMEIRO = 0
                       MOVE WS-IDX-SG TO WS-SG-PRIMEIRO
                   ELSE
                       IF SG-DATA(WS-IDX-SG)
                               < SG-DATA(WS-SG-PRIMEIRO)
                           OR (SG-DATA(WS-IDX-SG)
                               = SG-DATA(WS-SG-PRIMEIRO)
                           AND SG-HORA(WS-IDX-SG)
                               < SG-HORA(WS-SG-PRIMEIRO))
                           MOVE WS-IDX-SG TO WS-SG-PRIMEIRO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       MATRICULAR-NO-PROXIMO.
           MOVE SG-ALUNO(WS-SG-PRIMEIRO) TO MT-ALUNO-ID
           MOVE TF-TURMA(WS-IDX-TF) TO MT-CURSO-COD
           READ MATRICULA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MATRICULA-REC TO WS-JR-ANTES
                   MOVE "A" TO MT-STATUS
                   REWRITE MATRICULA-REC
                   MOVE "R" TO WS-JR-OPERACAO
                   MOVE MATRICULA-REC TO WS-JR-DEPOIS
                   PERFORM GRAVAR-JORNAL-MATRICULAS
                   ADD 1 TO WS-QTD-MATRICULADOS
           END-READ.

       GRAVAR-LINHA-SEGUE.
           IF SG-ORIGEM(WS-SG-PRIMEIRO) = "R"
               MOVE "reprovado" TO WS-ORIGEM-EDIT
           ELSE
               MOVE "espera" TO WS-ORIGEM-EDIT
           END-IF
           IF SG-DESTINO(WS-SG-PRIMEIRO) = "A"
               MOVE "matriculado" TO WS-DESTINO-EDIT
           ELSE
               MOVE "lista de espera" TO WS-DESTINO-EDIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  TF-TURMA(WS-IDX-TF) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SG-ALUNO(WS-SG-PRIMEIRO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ORIGEM-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DESTINO-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       GRAVAR-RESUMO-TURMAS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  TURMA  PROF   ATIVAS   APROV   REPROV  OFERTA"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IDX-TF FROM 1 BY 1
                   UNTIL WS-IDX-TF > WS-QTD-TURMAS
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      TF-TURMA(WS-IDX-TF) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TF-PROFESSOR(WS-IDX-TF) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TF-ATIVAS(WS-IDX-TF) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      TF-APROVADAS(WS-IDX-TF) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      TF-REPROVADAS(WS-IDX-TF) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      TF-OFERTA(WS-IDX-TF) DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING "  PERIODO FECHADO. Turmas: " DELIMITED BY SIZE
                  WS-QTD-TURMAS DELIMITED BY SIZE
                  "  Concluidas: " DELIMITED BY SIZE
                  WS-QTD-CONCLUIDAS DELIMITED BY SIZE
                  "  Seguem: " DELIMITED BY SIZE
                  WS-QTD-SEGUEM DELIMITED BY SIZE
                  " (matriculados " DELIMITED BY SIZE
                  WS-QTD-MATRICULADOS DELIMITED BY SIZE
                  ", em espera " DELIMITED BY SIZE
                  WS-QTD-ESPERA DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       MARCAR-PERIODO-FECHADO.
           MOVE WS-PERIODO TO LT-PERIODO
           READ PERIODO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "F" TO LT-SITUACAO
                   MOVE WS-HOJE TO LT-DATA-FECHAMENTO
                   MOVE WS-QTD-CONCLUIDAS TO LT-QTD-CONCLUIDAS
                   MOVE WS-QTD-SEGUEM TO LT-QTD-ROLADAS
                   REWRITE PERIODO-REC
           END-READ
           ADD WS-QTD-CONCLUIDAS TO WS-TOT-CONCLUIDAS
           ADD WS-QTD-SEGUEM TO WS-TOT-SEGUEM
           DISPLAY "Periodo " WS-PERIODO " fechado. Concluidas: "
                   WS-QTD-CONCLUIDAS "  Seguem: " WS-QTD-SEGUEM.

           COPY "JRNLGRAV.CPY" REPLACING
               ROTINA-NOME BY GRAVAR-JORNAL-MATRICULAS
               MESTRE-NOME BY "matriculas".

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "FecharPeriodo".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "FecharPeriodo".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "FecharPeriodo".

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "FecharPeriodo".
