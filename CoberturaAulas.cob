       IDENTIFICATION DIVISION.
       PROGRAM-ID. CoberturaAulas.

      *    Aulas descobertas nas proximas duas semanas: para cada dia
      *    letivo a partir da data de negocio (domingos e feriados de
      *    feriados.dat nao tem aula), cada horario da grade
      *    (horarios.dat) daquele dia da semana e conferido contra o
      *    titular da turma no periodo letivo da data (atribuicoes.dat;
      *    periodo pelo cadastro periodos_letivos.dat ou, sem ele, o
      *    AAAAMM da data, como em ManterHorarios). A aula fica
      *    descoberta quando a turma nao tem titular, o titular foi
      *    desligado ou esta afastado na data - licenca ou ferias
      *    ativas em afastamentos.dat pelo vinculo PF-EMPREGADO-ID.
      *    Para cada aula descoberta sao sugeridos substitutos:
      *    professores ativos com a mesma qualificacao do titular,
      *    sem afastamento na data, sem aula propria no mesmo dia e
      *    periodo e ainda abaixo do teto de horas semanais do
      *    cadastro (a mesma soma de AT-HORAS-SEMANA do periodo de
      *    CargaProfessores; teto zero nao limita). Relatorio em
      *    data/aulas_descobertas.txt, enviado ao spool; RC 4 quando
      *    ha aula descoberta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESSOR-FILE ASSIGN TO "data/professores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-ID
               FILE STATUS IS WS-PROFESSOR-STATUS.

           SELECT HORARIO-FILE ASSIGN TO "data/horarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-CHAVE
               FILE STATUS IS WS-HORARIO-STATUS.

           SELECT ATRIBUICAO-FILE ASSIGN TO "data/atribuicoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-CHAVE
               FILE STATUS IS WS-ATRIBUICAO-STATUS.

           SELECT PERIODO-FILE ASSIGN TO "data/periodos_letivos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-PERIODO
               FILE STATUS IS WS-PERIODO-STATUS.

           SELECT AFASTAMENTO-FILE ASSIGN TO "data/afastamentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-CHAVE
               FILE STATUS IS WS-AFASTAMENTO-STATUS.

           SELECT FERIADO-FILE ASSIGN TO "data/feriados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-DATA
               FILE STATUS IS WS-FERIADO-STATUS.

           SELECT COBERTURA-REPORT ASSIGN TO
                   "data/aulas_descobertas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "SPOOLSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  PROFESSOR-FILE.
       COPY "PROFREC.CPY".

       FD  HORARIO-FILE.
       COPY "HORARREC.CPY".

       FD  ATRIBUICAO-FILE.
       COPY "ATRIREC.CPY".

       FD  PERIODO-FILE.
       COPY "PERIREC.CPY".

       FD  AFASTAMENTO-FILE.
       COPY "AFASTREC.CPY".

       FD  FERIADO-FILE.
       01  FERIADO-REC.
           05 FER-DATA         PIC 9(8).
           05 FER-NOME         PIC X(20).

       FD  COBERTURA-REPORT.
       01  REPORT-LINE.
           05 RL-DATA           PIC X(8).
           05 FILLER            PIC X(1).
           05 RL-DIA            PIC X(3).
           05 FILLER            PIC X(1).
           05 RL-TURMA          PIC X(6).
           05 FILLER            PIC X(1).
           05 RL-PERIODO-AULA   PIC X(3).
           05 FILLER            PIC X(1).
           05 RL-SALA           PIC X(6).
           05 FILLER            PIC X(1).
           05 RL-TITULAR        PIC X(6).
           05 FILLER            PIC X(1).
           05 RL-NOME           PIC X(20).
           05 FILLER            PIC X(1).
           05 RL-MOTIVO         PIC X(18).
           05 FILLER            PIC X(55).

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
       01 WS-PROFESSOR-STATUS PIC XX.
       01 WS-HORARIO-STATUS   PIC XX.
       01 WS-ATRIBUICAO-STATUS PIC XX.
       01 WS-PERIODO-STATUS   PIC XX.
       01 WS-AFASTAMENTO-STATUS PIC XX.
       01 WS-FERIADO-STATUS   PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-EOF              PIC X(1).
           88 FIM-ARQUIVO         VALUE "S".
       01 WS-HOJE             PIC 9(8).
       01 WS-LIMITE           PIC 9(8).
       01 WS-INT-DIA          PIC 9(7).
       01 WS-INT-FIM          PIC 9(7).
       01 WS-DATA-CORRENTE    PIC 9(8).
       01 WS-CAL-OPERACAO     PIC X(1).
       01 WS-CAL-NOME-DIA     PIC X(10).
       01 WS-CAL-RESULTADO    PIC 9(8).
      *    Dia da semana da data: 1 segunda ... 7 domingo.
       01 WS-DIA-SEMANA       PIC 9(1).
       01 WS-E-FERIADO        PIC X(1).
       01 WS-PERIODO-DIA      PIC 9(6).

      *    Cadastro de professores em memoria.
       01 WS-TABELA-PROFS.
           05 WS-TP-ENT OCCURS 100 TIMES.
               10 TP-ID            PIC X(6).
               10 TP-NOME          PIC X(20).
               10 TP-QUALIFICACAO  PIC X(15).
               10 TP-SITUACAO      PIC X(1).
               10 TP-EMPREGADO     PIC X(10).
               10 TP-TETO          PIC 9(2).
       01 WS-QTD-PROFS        PIC 9(3) VALUE 0.
       01 WS-IDX-TP           PIC 9(3).
       01 WS-IDX-SUB          PIC 9(3).
      *    Grade de horarios.
       01 WS-TABELA-GRADE.
           05 WS-TG-ENT OCCURS 300 TIMES.
               10 TG-TURMA         PIC X(6).
               10 TG-DIA           PIC 9(1).
               10 TG-PERIODO-AULA  PIC 9(1).
               10 TG-SALA          PIC X(6).
       01 WS-QTD-GRADE        PIC 9(3) VALUE 0.
       01 WS-IDX-TG           PIC 9(3).
       01 WS-IDX-TG2          PIC 9(3).
      *    Periodos letivos com as datas de inicio e fim.
       01 WS-TABELA-PERIODOS.
           05 WS-TL-ENT OCCURS 30 TIMES.
               10 TL-PERIODO       PIC 9(6).
               10 TL-INICIO        PIC 9(8).
               10 TL-FIM           PIC 9(8).
       01 WS-QTD-PERIODOS     PIC 9(2) VALUE 0.
       01 WS-IDX-TL           PIC 9(2).
      *    Atribuicoes turma x periodo x professor.
       01 WS-TABELA-ATRIB.
           05 WS-TA-ENT OCCURS 500 TIMES.
               10 TA-TURMA         PIC X(6).
               10 TA-PERIODO       PIC 9(6).
               10 TA-PROFESSOR     PIC X(6).
               10 TA-HORAS         PIC 9(2).
       01 WS-QTD-ATRIB        PIC 9(3) VALUE 0.
       01 WS-IDX-TA           PIC 9(3).
      *    Afastamentos ativos que tocam a janela.
       01 WS-TABELA-AFAST.
           05 WS-TF-ENT OCCURS 200 TIMES.
               10 TF-EMPREGADO     PIC X(10).
               10 TF-INICIO        PIC 9(8).
               10 TF-FIM           PIC 9(8).
               10 TF-TIPO          PIC X(1).
       01 WS-QTD-AFAST        PIC 9(3) VALUE 0.
       01 WS-IDX-TF           PIC 9(3).

      *    Trabalho da aula corrente.
       01 WS-TURMA-BUSCA      PIC X(6).
       01 WS-TITULAR          PIC X(6).
       01 WS-IDX-TITULAR      PIC 9(3).
       01 WS-PROF-BUSCA       PIC X(6).
       01 WS-IDX-ACHADO       PIC 9(3).
       01 WS-EMPREGADO-BUSCA  PIC X(10).
       01 WS-TIPO-AFAST       PIC X(1).
       01 WS-MOTIVO           PIC X(18).
       01 WS-QUALIF-REF       PIC X(15).
       01 WS-CANDIDATO-OK     PIC X(1).
       01 WS-HORAS-PROF       PIC 9(3).
       01 WS-HORAS-EDIT       PIC Z9.
       01 WS-QTD-SUGERIDOS    PIC 9(1).
       01 WS-PONTEIRO         PIC 9(3).
       01 WS-LINHA-SUB        PIC X(132).
       01 WS-NOME-DIA-TAB.
           05 FILLER              PIC X(21)
               VALUE "SEGTERQUAQUISEXSABDOM".
       01 WS-NOME-DIA-RED REDEFINES WS-NOME-DIA-TAB.
           05 WS-NOME-DIA-ABREV   PIC X(3) OCCURS 7 TIMES.

       01 WS-QTD-AULAS        PIC 9(6) VALUE 0.
       01 WS-QTD-DESCOBERTAS  PIC 9(6) VALUE 0.
       01 WS-QTD-SEM-SUBST    PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           COMPUTE WS-INT-DIA = FUNCTION INTEGER-OF-DATE(WS-HOJE)
           COMPUTE WS-INT-FIM = WS-INT-DIA + 13
           COMPUTE WS-LIMITE = FUNCTION DATE-OF-INTEGER(WS-INT-FIM)

           PERFORM CARREGAR-TABELAS

           OPEN INPUT FERIADO-FILE

           OPEN OUTPUT COBERTURA-REPORT
           MOVE "aulas_descobertas.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Aulas descobertas de " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " a " DELIMITED BY SIZE
                  WS-LIMITE DELIMITED BY SIZE
                  " - coordenacao pedagogica" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "DATA" TO RL-DATA
           MOVE "DIA" TO RL-DIA
           MOVE "TURMA" TO RL-TURMA
           MOVE "PER" TO RL-PERIODO-AULA
           MOVE "SALA" TO RL-SALA
           MOVE "TITUL" TO RL-TITULAR
           MOVE "NOME" TO RL-NOME
           MOVE "MOTIVO" TO RL-MOTIVO
           WRITE REPORT-LINE

           PERFORM UNTIL WS-INT-DIA > WS-INT-FIM
               COMPUTE WS-DATA-CORRENTE =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
               PERFORM CONFERIR-DIA
               ADD 1 TO WS-INT-DIA
           END-PERFORM

           IF WS-QTD-DESCOBERTAS = 0
               MOVE SPACES TO REPORT-LINE
               MOVE "  nenhuma aula descoberta" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Aulas conferidas: " DELIMITED BY SIZE
                  WS-QTD-AULAS DELIMITED BY SIZE
                  "  Descobertas: " DELIMITED BY SIZE
                  WS-QTD-DESCOBERTAS DELIMITED BY SIZE
                  "  Sem substituto: " DELIMITED BY SIZE
                  WS-QTD-SEM-SUBST DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE COBERTURA-REPORT
           IF WS-FERIADO-STATUS = "00" OR WS-FERIADO-STATUS = "10"
                   OR WS-FERIADO-STATUS = "23"
               CLOSE FERIADO-FILE
           END-IF

           MOVE "data/aulas_descobertas.txt" TO WS-SPOOL-ORIG-NOME
           PERFORM REGISTRAR-SPOOL

           DISPLAY "Aulas descobertas ate " WS-LIMITE ": "
                   WS-QTD-DESCOBERTAS " (sem substituto: "
                   WS-QTD-SEM-SUBST ")"

           IF WS-QTD-DESCOBERTAS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-AULAS TO CT-LIDOS
           MOVE WS-QTD-DESCOBERTAS TO CT-GRAVADOS
           MOVE 0 TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-QTD-SEM-SUBST TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-AULAS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

      *    Professores, grade, periodos, atribuicoes e afastamentos
      *    vao para a memoria; a conferencia nao rele os cadastros.
      *    Escola sem grade ou sem cadastro de professores (arquivo
      *    inexistente) nao tem aula a conferir; outro erro derruba.
       CARREGAR-TABELAS.
           OPEN INPUT HORARIO-FILE
           MOVE "N" TO WS-EOF
           IF WS-HORARIO-STATUS = "35"
               MOVE "S" TO WS-EOF
           ELSE
               MOVE "horarios.dat" TO WS-ERR-ARQUIVO
               MOVE "OPEN" TO WS-ERR-OPERACAO
               MOVE WS-HORARIO-STATUS TO WS-ERR-STATUS-ALVO
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               READ HORARIO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF WS-QTD-GRADE < 300
                           ADD 1 TO WS-QTD-GRADE
                           MOVE HR-TURMA TO TG-TURMA(WS-QTD-GRADE)
                           MOVE HR-DIA-SEMANA TO TG-DIA(WS-QTD-GRADE)
                           MOVE HR-PERIODO-AULA TO
                               TG-PERIODO-AULA(WS-QTD-GRADE)
                           MOVE HR-SALA TO TG-SALA(WS-QTD-GRADE)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HORARIO-STATUS NOT = "35"
               CLOSE HORARIO-FILE
           END-IF

           OPEN INPUT PROFESSOR-FILE
           MOVE "N" TO WS-EOF
           IF WS-PROFESSOR-STATUS = "35"
               MOVE "S" TO WS-EOF
           ELSE
               MOVE "professores.dat" TO WS-ERR-ARQUIVO
               MOVE "OPEN" TO WS-ERR-OPERACAO
               MOVE WS-PROFESSOR-STATUS TO WS-ERR-STATUS-ALVO
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               READ PROFESSOR-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF WS-QTD-PROFS < 100
                           ADD 1 TO WS-QTD-PROFS
                           MOVE PF-ID TO TP-ID(WS-QTD-PROFS)
                           MOVE PF-NOME TO TP-NOME(WS-QTD-PROFS)
                           MOVE PF-QUALIFICACAO TO
                               TP-QUALIFICACAO(WS-QTD-PROFS)
                           MOVE PF-SITUACAO TO
                               TP-SITUACAO(WS-QTD-PROFS)
                           MOVE PF-EMPREGADO-ID TO
                               TP-EMPREGADO(WS-QTD-PROFS)
                           MOVE PF-HORAS-MAXIMAS TO
                               TP-TETO(WS-QTD-PROFS)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PROFESSOR-STATUS NOT = "35"
               CLOSE PROFESSOR-FILE
           END-IF

      *    Sem cadastro de periodos vale o AAAAMM da data.
           OPEN INPUT PERIODO-FILE
           IF WS-PERIODO-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL FIM-ARQUIVO
                   READ PERIODO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF WS-QTD-PERIODOS < 30
                               ADD 1 TO WS-QTD-PERIODOS
                               MOVE LT-PERIODO TO
                                   TL-PERIODO(WS-QTD-PERIODOS)
                               MOVE LT-DATA-INICIO TO
                                   TL-INICIO(WS-QTD-PERIODOS)
                               MOVE LT-DATA-FIM TO
                                   TL-FIM(WS-QTD-PERIODOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODO-FILE
           END-IF

           OPEN INPUT ATRIBUICAO-FILE
           IF WS-ATRIBUICAO-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL FIM-ARQUIVO
                   READ ATRIBUICAO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF WS-QTD-ATRIB < 500
                               ADD 1 TO WS-QTD-ATRIB
                               MOVE AT-TURMA TO
                                   TA-TURMA(WS-QTD-ATRIB)
                               MOVE AT-PERIODO TO
                                   TA-PERIODO(WS-QTD-ATRIB)
                               MOVE AT-PROFESSOR TO
                                   TA-PROFESSOR(WS-QTD-ATRIB)
                               MOVE AT-HORAS-SEMANA TO
                                   TA-HORAS(WS-QTD-ATRIB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATRIBUICAO-FILE
           END-IF

           OPEN INPUT AFASTAMENTO-FILE
           IF WS-AFASTAMENTO-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL FIM-ARQUIVO
                   READ AFASTAMENTO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF AF-STATUS = "A" AND
                                   AF-DATA-FIM NOT < WS-HOJE AND
                                   AF-DATA-INICIO NOT > WS-LIMITE AND
                                   WS-QTD-AFAST < 200
                               ADD 1 TO WS-QTD-AFAST
                               MOVE AF-EMPREGADO-ID TO
                                   TF-EMPREGADO(WS-QTD-AFAST)
                               MOVE AF-DATA-INICIO TO
                                   TF-INICIO(WS-QTD-AFAST)
                               MOVE AF-DATA-FIM TO
                                   TF-FIM(WS-QTD-AFAST)
                               MOVE AF-TIPO TO TF-TIPO(WS-QTD-AFAST)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFASTAMENTO-FILE
           END-IF.

      *    Um dia da janela: domingo e feriado nao tem aula.
       CONFERIR-DIA.
           MOVE "S" TO WS-CAL-OPERACAO
           CALL "CalendarioCorp" USING WS-CAL-OPERACAO
               WS-DATA-CORRENTE WS-CAL-RESULTADO WS-CAL-NOME-DIA
           END-CALL
           EVALUATE WS-CAL-NOME-DIA
               WHEN "segunda"
                   MOVE 1 TO WS-DIA-SEMANA
               WHEN "terca"
                   MOVE 2 TO WS-DIA-SEMANA
               WHEN "quarta"
                   MOVE 3 TO WS-DIA-SEMANA
               WHEN "quinta"
                   MOVE 4 TO WS-DIA-SEMANA
               WHEN "sexta"
                   MOVE 5 TO WS-DIA-SEMANA
               WHEN "domingo"
                   MOVE 7 TO WS-DIA-SEMANA
               WHEN OTHER
                   MOVE 6 TO WS-DIA-SEMANA
           END-EVALUATE

           MOVE "N" TO WS-E-FERIADO
           IF WS-FERIADO-STATUS = "00" OR WS-FERIADO-STATUS = "23"
               MOVE WS-DATA-CORRENTE TO FER-DATA
               READ FERIADO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-E-FERIADO
               END-READ
           END-IF

           IF WS-DIA-SEMANA = 7 OR WS-E-FERIADO = "S"
               CONTINUE
           ELSE
               PERFORM ACHAR-PERIODO-LETIVO
               PERFORM VARYING WS-IDX-TG FROM 1 BY 1
                       UNTIL WS-IDX-TG > WS-QTD-GRADE
                   IF TG-DIA(WS-IDX-TG) = WS-DIA-SEMANA
                       ADD 1 TO WS-QTD-AULAS
                       PERFORM CONFERIR-AULA
                   END-IF
               END-PERFORM
           END-IF.

       ACHAR-PERIODO-LETIVO.
           MOVE WS-DATA-CORRENTE(1:6) TO WS-PERIODO-DIA
           PERFORM VARYING WS-IDX-TL FROM 1 BY 1
                   UNTIL WS-IDX-TL > WS-QTD-PERIODOS
               IF TL-INICIO(WS-IDX-TL) NOT > WS-DATA-CORRENTE AND
                       TL-FIM(WS-IDX-TL) NOT < WS-DATA-CORRENTE
                   MOVE TL-PERIODO(WS-IDX-TL) TO WS-PERIODO-DIA
               END-IF
           END-PERFORM.

      *    Titular da aula e, se ele nao cobre a data, o motivo.
       CONFERIR-AULA.
           MOVE TG-TURMA(WS-IDX-TG) TO WS-TURMA-BUSCA
           PERFORM BUSCAR-TITULAR
           MOVE WS-TITULAR TO WS-PROF-BUSCA
           PERFORM LOCALIZAR-PROFESSOR
           MOVE WS-IDX-ACHADO TO WS-IDX-TITULAR

           MOVE SPACES TO WS-MOTIVO
           IF WS-TITULAR = SPACES
               MOVE "SEM TITULAR" TO WS-MOTIVO
           ELSE
           IF WS-IDX-TITULAR = 0
               MOVE "TITULAR S/CADASTRO" TO WS-MOTIVO
           ELSE
           IF TP-SITUACAO(WS-IDX-TITULAR) NOT = "A"
               MOVE "TITULAR DESLIGADO" TO WS-MOTIVO
           ELSE
               MOVE TP-EMPREGADO(WS-IDX-TITULAR) TO
                   WS-EMPREGADO-BUSCA
               PERFORM VERIFICAR-AFASTAMENTO
               IF WS-TIPO-AFAST = "L"
                   MOVE "LICENCA" TO WS-MOTIVO
               ELSE
               IF WS-TIPO-AFAST = "F"
                   MOVE "FERIAS" TO WS-MOTIVO
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF

           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-QTD-DESCOBERTAS
               PERFORM GRAVAR-AULA-DESCOBERTA
               PERFORM SUGERIR-SUBSTITUTOS
           END-IF.

       BUSCAR-TITULAR.
           MOVE SPACES TO WS-TITULAR
           PERFORM VARYING WS-IDX-TA FROM 1 BY 1
                   UNTIL WS-IDX-TA > WS-QTD-ATRIB
               IF TA-TURMA(WS-IDX-TA) = WS-TURMA-BUSCA AND
                       TA-PERIODO(WS-IDX-TA) = WS-PERIODO-DIA
                   MOVE TA-PROFESSOR(WS-IDX-TA) TO WS-TITULAR
               END-IF
           END-PERFORM.

       LOCALIZAR-PROFESSOR.
           MOVE 0 TO WS-IDX-ACHADO
           IF WS-PROF-BUSCA NOT = SPACES
               PERFORM VARYING WS-IDX-TP FROM 1 BY 1
                       UNTIL WS-IDX-TP > WS-QTD-PROFS
                   IF TP-ID(WS-IDX-TP) = WS-PROF-BUSCA
                       MOVE WS-IDX-TP TO WS-IDX-ACHADO
                   END-IF
               END-PERFORM
           END-IF.

      *    Afastamento ativo do empregado cobrindo a data corrente
      *    (tipo em WS-TIPO-AFAST; branco quando nao ha).
       VERIFICAR-AFASTAMENTO.
           MOVE SPACES TO WS-TIPO-AFAST
           IF WS-EMPREGADO-BUSCA NOT = SPACES
               PERFORM VARYING WS-IDX-TF FROM 1 BY 1
                       UNTIL WS-IDX-TF > WS-QTD-AFAST
                   IF TF-EMPREGADO(WS-IDX-TF) = WS-EMPREGADO-BUSCA
                           AND TF-INICIO(WS-IDX-TF) NOT >
                               WS-DATA-CORRENTE
                           AND TF-FIM(WS-IDX-TF) NOT <
                               WS-DATA-CORRENTE
                       MOVE TF-TIPO(WS-IDX-TF) TO WS-TIPO-AFAST
                   END-IF
               END-PERFORM
           END-IF.

       GRAVAR-AULA-DESCOBERTA.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DATA-CORRENTE TO RL-DATA
           MOVE WS-NOME-DIA-ABREV(WS-DIA-SEMANA) TO RL-DIA
           MOVE TG-TURMA(WS-IDX-TG) TO RL-TURMA
           MOVE TG-PERIODO-AULA(WS-IDX-TG) TO RL-PERIODO-AULA
           MOVE TG-SALA(WS-IDX-TG) TO RL-SALA
           MOVE WS-TITULAR TO RL-TITULAR
           IF WS-IDX-TITULAR > 0
               MOVE TP-NOME(WS-IDX-TITULAR) TO RL-NOME
           END-IF
           MOVE WS-MOTIVO TO RL-MOTIVO
           WRITE REPORT-LINE.

      *    Ate tres substitutos na mesma linha, na ordem do
      *    cadastro. Sem titular conhecido nao ha qualificacao de
      *    referencia.
       SUGERIR-SUBSTITUTOS.
           MOVE SPACES TO WS-QUALIF-REF
           IF WS-IDX-TITULAR > 0
               MOVE TP-QUALIFICACAO(WS-IDX-TITULAR) TO WS-QUALIF-REF
           END-IF

           MOVE 0 TO WS-QTD-SUGERIDOS
           MOVE SPACES TO WS-LINHA-SUB
           MOVE 1 TO WS-PONTEIRO
           STRING "          substitutos: " DELIMITED BY SIZE
                  INTO WS-LINHA-SUB WITH POINTER WS-PONTEIRO
           END-STRING

           IF WS-QUALIF-REF NOT = SPACES
               PERFORM VARYING WS-IDX-SUB FROM 1 BY 1
                       UNTIL WS-IDX-SUB > WS-QTD-PROFS OR
                           WS-QTD-SUGERIDOS = 3
                   PERFORM AVALIAR-CANDIDATO
                   IF WS-CANDIDATO-OK = "S"
                       ADD 1 TO WS-QTD-SUGERIDOS
                       MOVE WS-HORAS-PROF TO WS-HORAS-EDIT
                       STRING TP-ID(WS-IDX-SUB) DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              TP-NOME(WS-IDX-SUB) DELIMITED BY "  "
                              " (" DELIMITED BY SIZE
                              WS-HORAS-EDIT DELIMITED BY SIZE
                              "h)  " DELIMITED BY SIZE
                              INTO WS-LINHA-SUB
                              WITH POINTER WS-PONTEIRO
                       END-STRING
                   END-IF
               END-PERFORM
           END-IF

           IF WS-QTD-SUGERIDOS = 0
               ADD 1 TO WS-QTD-SEM-SUBST
               IF WS-QUALIF-REF = SPACES
                   STRING "(sem qualificacao de referencia)"
                              DELIMITED BY SIZE
                          INTO WS-LINHA-SUB WITH POINTER WS-PONTEIRO
                   END-STRING
               ELSE
                   STRING "nenhum disponivel" DELIMITED BY SIZE
                          INTO WS-LINHA-SUB WITH POINTER WS-PONTEIRO
                   END-STRING
               END-IF
           END-IF

           MOVE WS-LINHA-SUB TO REPORT-LINE
           WRITE REPORT-LINE.

      *    Candidato: ativo, outro que nao o titular, mesma
      *    qualificacao, sem afastamento na data, livre no dia e
      *    periodo da aula e abaixo do teto de horas do periodo.
       AVALIAR-CANDIDATO.
           MOVE "N" TO WS-CANDIDATO-OK
           IF TP-SITUACAO(WS-IDX-SUB) = "A" AND
                   WS-IDX-SUB NOT = WS-IDX-TITULAR AND
                   TP-QUALIFICACAO(WS-IDX-SUB) = WS-QUALIF-REF
               MOVE "S" TO WS-CANDIDATO-OK
           END-IF

           IF WS-CANDIDATO-OK = "S"
               MOVE TP-EMPREGADO(WS-IDX-SUB) TO WS-EMPREGADO-BUSCA
               PERFORM VERIFICAR-AFASTAMENTO
               IF WS-TIPO-AFAST NOT = SPACES
                   MOVE "N" TO WS-CANDIDATO-OK
               END-IF
           END-IF

           IF WS-CANDIDATO-OK = "S"
               PERFORM VARYING WS-IDX-TG2 FROM 1 BY 1
                       UNTIL WS-IDX-TG2 > WS-QTD-GRADE
                   IF TG-DIA(WS-IDX-TG2) = WS-DIA-SEMANA AND
                           TG-PERIODO-AULA(WS-IDX-TG2) =
                               TG-PERIODO-AULA(WS-IDX-TG)
                       MOVE TG-TURMA(WS-IDX-TG2) TO WS-TURMA-BUSCA
                       PERFORM BUSCAR-TITULAR
                       IF WS-TITULAR = TP-ID(WS-IDX-SUB)
                           MOVE "N" TO WS-CANDIDATO-OK
                       END-IF
                   END-IF
               END-PERFORM
      *        O titular da aula descoberta volta ao trabalho.
               MOVE TG-TURMA(WS-IDX-TG) TO WS-TURMA-BUSCA
               PERFORM BUSCAR-TITULAR
           END-IF

           IF WS-CANDIDATO-OK = "S"
               MOVE 0 TO WS-HORAS-PROF
               PERFORM VARYING WS-IDX-TA FROM 1 BY 1
                       UNTIL WS-IDX-TA > WS-QTD-ATRIB
                   IF TA-PROFESSOR(WS-IDX-TA) = TP-ID(WS-IDX-SUB) AND
                           TA-PERIODO(WS-IDX-TA) = WS-PERIODO-DIA
                       ADD TA-HORAS(WS-IDX-TA) TO WS-HORAS-PROF
                   END-IF
               END-PERFORM
               IF TP-TETO(WS-IDX-SUB) > 0 AND
                       WS-HORAS-PROF NOT < TP-TETO(WS-IDX-SUB)
                   MOVE "N" TO WS-CANDIDATO-OK
               END-IF
           END-IF.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "CoberturaAulas".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "CoberturaAulas".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "CoberturaAulas".

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "CoberturaAulas".
