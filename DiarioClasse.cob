       IDENTIFICATION DIVISION.
       PROGRAM-ID. DiarioClasse.

      *    Diario de classe impresso de uma turma num periodo
      *    letivo, o registro legal que a fiscalizacao de ensino
      *    confere: cabecalho com curso (cursos_master.dat),
      *    professor atribuido no periodo (atribuicoes.dat e
      *    professores.dat), salas e horarios da grade
      *    (horarios.dat), e uma linha por aluno matriculado
      *    (matriculas.dat, exceto lista de espera) com presencas e
      *    aulas dadas (frequencia.dat), sessoes abonadas por
      *    justificativa aprovada, percentual de frequencia com o
      *    abono (mesma conta de MediaVariavel), cada nota, a media
      *    ponderada e a situacao final - da ultima linha do aluno
      *    em turma_resultados.dat desde o inicio das aulas do
      *    periodo, como no fechamento. Aluno sem resultado sai "EM
      *    CURSO"; matricula trancada sai "TRANCADA". No fim, a area
      *    de assinatura do professor e da coordenacao.
      *    Turma e periodo vem do cartao data/diario_parm.dat
      *    (turma e periodo AAAAMM) ou, sem ele, do terminal. O
      *    diario sai em data/diario_classe.txt e vai ao spool - a
      *    copia do catalogo e a via arquivada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURSO-FILE ASSIGN TO "data/cursos_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CURSO-COD
               FILE STATUS IS WS-CURSO-STATUS.

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

           SELECT MATRICULA-FILE ASSIGN TO "data/matriculas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WS-MATRICULA-STATUS.

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

           SELECT RESULTADOS-FILE ASSIGN TO
                   "data/turma_resultados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTADOS-STATUS.

           SELECT DIARIO-REPORT ASSIGN TO "data/diario_classe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PARM-FILE ASSIGN TO "data/diario_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           COPY "SPOOLSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  CURSO-FILE.
       COPY "CURSOREC.CPY".

       FD  PERIODO-FILE.
       COPY "PERIREC.CPY".

       FD  ATRIBUICAO-FILE.
       COPY "ATRIREC.CPY".

       FD  PROFESSOR-FILE.
       COPY "PROFREC.CPY".

       FD  HORARIO-FILE.
       COPY "HORARREC.CPY".

       FD  MATRICULA-FILE.
       COPY "MATREC.CPY".

       FD  FREQUENCIA-FILE.
       COPY "FREQREC.CPY".

       FD  JUSTIFICATIVA-FILE.
       COPY "JUSTREC.CPY".

       FD  ALUNO-FILE.
       COPY "ALUNOREC.CPY".

       FD  RESULTADOS-FILE.
       01  RESULTADO-LINE       PIC X(200).

       FD  DIARIO-REPORT.
       01  REPORT-LINE          PIC X(132).

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-TURMA        PIC X(6).
           05 PARM-PERIODO      PIC 9(6).

       COPY "SPOOLFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "PARMWS.CPY".
           COPY "SPOOLWS.CPY".
       01 WS-PARM-ACHADO      PIC X(1).
       01 WS-CURSO-STATUS     PIC XX.
       01 WS-PERIODO-STATUS   PIC XX.
       01 WS-ATRIBUICAO-STATUS PIC XX.
       01 WS-PROFESSOR-STATUS PIC XX.
       01 WS-HORARIO-STATUS   PIC XX.
       01 WS-MATRICULA-STATUS PIC XX.
       01 WS-FREQUENCIA-STATUS PIC XX.
       01 WS-JUSTIFICATIVA-STATUS PIC XX.
       01 WS-ALUNO-STATUS     PIC XX.
       01 WS-RESULTADOS-STATUS PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-FREQUENCIA-ABERTO PIC X(1) VALUE "N".
       01 WS-ALUNO-ABERTO     PIC X(1) VALUE "N".
       01 WS-EOF              PIC X(1).
           88 FIM-ARQUIVO         VALUE "S".
       01 WS-HOJE             PIC 9(8).
       01 WS-TURMA            PIC X(6).
       01 WS-PERIODO          PIC 9(6).
      *    Dados do cabecalho.
       01 WS-NOME-CURSO       PIC X(20).
       01 WS-DESCRICAO        PIC X(20).
       01 WS-DATA-INICIO      PIC 9(8) VALUE 0.
       01 WS-DATA-FIM         PIC 9(8) VALUE 99999999.
       01 WS-PROFESSOR-ID     PIC X(6).
       01 WS-NOME-PROF        PIC X(20).
       01 WS-HORAS-SEMANA     PIC 9(2) VALUE 0.
       01 WS-QTD-AVAL         PIC 9(2) VALUE 0.
       01 WS-CURSO-ACHADO     PIC X(1) VALUE "N".
       01 WS-TABELA-PESOS.
           05 WS-PESO-AVAL OCCURS 10 TIMES PIC 9(2)V99.
       01 WS-NOTA-MINIMA      PIC 9(2)V99 VALUE 0.
       01 WS-PESO-EDIT        PIC Z9.99.
       01 WS-MINIMA-EDIT      PIC Z9.99.
       01 WS-POS              PIC 9(3).
       01 WS-QTD-HORARIOS     PIC 9(2).
       01 WS-DIAS-SEMANA.
           05 FILLER PIC X(3) VALUE "SEG".
           05 FILLER PIC X(3) VALUE "TER".
           05 FILLER PIC X(3) VALUE "QUA".
           05 FILLER PIC X(3) VALUE "QUI".
           05 FILLER PIC X(3) VALUE "SEX".
           05 FILLER PIC X(3) VALUE "SAB".
       01 WS-DIAS-RED REDEFINES WS-DIAS-SEMANA.
           05 WS-NOME-DIA OCCURS 6 TIMES PIC X(3).
      *    Ultimo resultado de cada aluno na turma no periodo: notas
      *    como gravadas (ZZ9.99), media e situacao.
       01 WS-TABELA-RESULTADOS.
           05 WS-RS-ENT OCCURS 200 TIMES.
               10 RS-ALUNO         PIC X(10).
               10 RS-QTD-NOTAS     PIC 9(2).
               10 RS-NOTA OCCURS 10 TIMES PIC X(6).
               10 RS-MEDIA         PIC 9(3)V99.
               10 RS-SITUACAO      PIC X(18).
       01 WS-QTD-RESULTADOS   PIC 9(3) VALUE 0.
       01 WS-IDX-RS           PIC 9(3).
       01 WS-RS-CORRENTE      PIC 9(3).
       01 WS-MAX-NOTAS        PIC 9(2) VALUE 0.
       01 WS-IDX-NT           PIC 9(2).
       01 WS-POS-VARRE        PIC 9(3).
       01 WS-POS-MEDIA        PIC 9(3).
       01 WS-DATA-RESULTADO   PIC 9(8).
       01 WS-MEDIA-DIG        PIC 9(7).
      *    Sessoes abonadas por justificativa aprovada na turma.
       01 WS-TABELA-ABONOS.
           05 WS-AB-ENT OCCURS 500 TIMES.
               10 AB-ALUNO         PIC X(10).
               10 AB-SESSOES       PIC 9(4).
       01 WS-QTD-ABONOS       PIC 9(3) VALUE 0.
       01 WS-IDX-AB           PIC 9(3).
      *    Linha do aluno corrente.
       01 WS-NR-LINHA         PIC 9(3) VALUE 0.
       01 WS-NOME-ALUNO       PIC X(20).
       01 WS-SESSOES          PIC 9(4).
       01 WS-PRESENCAS        PIC 9(4).
       01 WS-ABONADAS         PIC 9(4).
       01 WS-PCT-FREQUENCIA   PIC 9(3)V99.
       01 WS-FREQ-EDIT        PIC ZZ9.99.
       01 WS-MEDIA-EDIT       PIC ZZ9.99.
       01 WS-MEDIA-TXT        PIC X(6).
       01 WS-SITUACAO         PIC X(18).
       01 WS-QTD-TRANCADAS    PIC 9(3) VALUE 0.
       01 WS-QTD-SEM-RESULTADO PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           PERFORM LER-CARTAO-PARAMETROS
           IF WS-PARM-ACHADO = "S"
               MOVE PARM-TURMA TO WS-TURMA
               MOVE PARM-PERIODO TO WS-PERIODO
           ELSE
               DISPLAY "Codigo da turma: "
               ACCEPT WS-TURMA
               DISPLAY "Periodo letivo (AAAAMM): "
               ACCEPT WS-PERIODO
           END-IF

           OPEN INPUT MATRICULA-FILE
           IF WS-MATRICULA-STATUS NOT = "00"
               DISPLAY "Arquivo de matriculas nao disponivel."
               GOBACK
           END-IF

           PERFORM CARREGAR-CABECALHO
           PERFORM CARREGAR-ABONOS
           PERFORM CARREGAR-RESULTADOS

           OPEN INPUT FREQUENCIA-FILE
           IF WS-FREQUENCIA-STATUS = "00"
               MOVE "S" TO WS-FREQUENCIA-ABERTO
           END-IF
           OPEN INPUT ALUNO-FILE
           IF WS-ALUNO-STATUS = "00"
               MOVE "S" TO WS-ALUNO-ABERTO
           END-IF

           OPEN OUTPUT DIARIO-REPORT
           PERFORM GRAVAR-CABECALHO

           MOVE "N" TO WS-EOF
           PERFORM UNTIL FIM-ARQUIVO
               READ MATRICULA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF MT-CURSO-COD = WS-TURMA
                               AND MT-STATUS NOT = "E"
                               AND MT-DATA-MATRICULA
                                   NOT > WS-DATA-FIM
                           PERFORM LOCALIZAR-RESULTADO-ALUNO
      *                    Concluida sem resultado no periodo e de
      *                    periodo anterior.
                           IF MT-STATUS NOT = "C"
                                   OR WS-RS-CORRENTE > 0
                               PERFORM GRAVAR-LINHA-ALUNO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-NR-LINHA = 0
               MOVE "Nenhum aluno matriculado na turma." TO
                   REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           PERFORM GRAVAR-ASSINATURAS
           CLOSE DIARIO-REPORT

           CLOSE MATRICULA-FILE
           IF WS-FREQUENCIA-ABERTO = "S"
               CLOSE FREQUENCIA-FILE
           END-IF
           IF WS-ALUNO-ABERTO = "S"
               CLOSE ALUNO-FILE
           END-IF

           MOVE "data/diario_classe.txt" TO WS-SPOOL-ORIG-NOME
           PERFORM REGISTRAR-SPOOL

           DISPLAY "Diario de classe gravado. Alunos: " WS-NR-LINHA

           STRING "TURMA=" DELIMITED BY SIZE
                  WS-TURMA DELIMITED BY SIZE
                  " PERIODO=" DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           STRING "ALUNOS=" DELIMITED BY SIZE
                  WS-NR-LINHA DELIMITED BY SIZE
                  INTO WS-AUDIT-SAIDA
           END-STRING
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

           COPY "PARMCARD.CPY" REPLACING
               ROTINA-NOME   BY LER-CARTAO-PARAMETROS
               ARQUIVO-PARM  BY PARM-FILE
               REGISTRO-PARM BY PARM-REC
               FLAG-ACHADO   BY WS-PARM-ACHADO.

      *    Curso, periodo e professor da turma. Periodo fora do
      *    cadastro nao limita datas; turma sem atribuicao no
      *    periodo sai sem professor.
       CARREGAR-CABECALHO.
           MOVE "(curso sem cadastro)" TO WS-NOME-CURSO
           OPEN INPUT CURSO-FILE
           IF WS-CURSO-STATUS = "00"
               MOVE WS-TURMA TO CU-CURSO-COD
               READ CURSO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-CURSO-ACHADO
                       MOVE CU-NOME TO WS-NOME-CURSO
                       MOVE CU-QTD-AVAL TO WS-QTD-AVAL
                       PERFORM VARYING WS-IDX-NT FROM 1 BY 1
                               UNTIL WS-IDX-NT > 10
                           MOVE CU-PESO-TAB(WS-IDX-NT)
                               TO WS-PESO-AVAL(WS-IDX-NT)
                       END-PERFORM
                       MOVE CU-NOTA-MINIMA TO WS-NOTA-MINIMA
               END-READ
               CLOSE CURSO-FILE
           END-IF

           MOVE "(periodo sem cadastro)" TO WS-DESCRICAO
           OPEN INPUT PERIODO-FILE
           IF WS-PERIODO-STATUS = "00"
               MOVE WS-PERIODO TO LT-PERIODO
               READ PERIODO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LT-DESCRICAO TO WS-DESCRICAO
                       MOVE LT-DATA-INICIO TO WS-DATA-INICIO
                       MOVE LT-DATA-FIM TO WS-DATA-FIM
               END-READ
               CLOSE PERIODO-FILE
           END-IF

           MOVE SPACES TO WS-PROFESSOR-ID
           MOVE "(sem professor atribuido)" TO WS-NOME-PROF
           OPEN INPUT ATRIBUICAO-FILE
           IF WS-ATRIBUICAO-STATUS = "00"
               MOVE WS-TURMA TO AT-TURMA
               MOVE WS-PERIODO TO AT-PERIODO
               READ ATRIBUICAO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AT-PROFESSOR TO WS-PROFESSOR-ID
                       MOVE AT-HORAS-SEMANA TO WS-HORAS-SEMANA
               END-READ
               CLOSE ATRIBUICAO-FILE
           END-IF

           IF WS-PROFESSOR-ID NOT = SPACES
               MOVE "(sem cadastro)" TO WS-NOME-PROF
               OPEN INPUT PROFESSOR-FILE
               IF WS-PROFESSOR-STATUS = "00"
                   MOVE WS-PROFESSOR-ID TO PF-ID
                   READ PROFESSOR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PF-NOME TO WS-NOME-PROF
                   END-READ
                   CLOSE PROFESSOR-FILE
               END-IF
           END-IF.

       GRAVAR-CABECALHO.
           MOVE SPACES TO REPORT-LINE
           STRING "DIARIO DE CLASSE - periodo letivo " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DESCRICAO DELIMITED BY SIZE
                  "  Emitido em " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Turma: " DELIMITED BY SIZE
                  WS-TURMA DELIMITED BY SIZE
                  "   Curso: " DELIMITED BY SIZE
                  WS-NOME-CURSO DELIMITED BY SIZE
                  "   Aulas de " DELIMITED BY SIZE
                  WS-DATA-INICIO DELIMITED BY SIZE
                  " a " DELIMITED BY SIZE
                  WS-DATA-FIM DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Professor: " DELIMITED BY SIZE
                  WS-PROFESSOR-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOME-PROF DELIMITED BY SIZE
                  "   Horas semanais: " DELIMITED BY SIZE
                  WS-HORAS-SEMANA DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM GRAVAR-HORARIOS

           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO WS-POS
           STRING "Avaliacoes: " DELIMITED BY SIZE
                  WS-QTD-AVAL DELIMITED BY SIZE
                  "   Pesos:" DELIMITED BY SIZE
                  INTO REPORT-LINE
                  WITH POINTER WS-POS
           END-STRING
           IF WS-CURSO-ACHADO = "S"
               PERFORM VARYING WS-IDX-NT FROM 1 BY 1
                       UNTIL WS-IDX-NT > WS-QTD-AVAL
                           OR WS-IDX-NT > 10
                   MOVE WS-PESO-AVAL(WS-IDX-NT) TO WS-PESO-EDIT
                   STRING " " DELIMITED BY SIZE
                          WS-PESO-EDIT DELIMITED BY SIZE
                          INTO REPORT-LINE
                          WITH POINTER WS-POS
                   END-STRING
               END-PERFORM
               MOVE WS-NOTA-MINIMA TO WS-MINIMA-EDIT
               STRING "   Nota minima: " DELIMITED BY SIZE
                      WS-MINIMA-EDIT DELIMITED BY SIZE
                      INTO REPORT-LINE
                      WITH POINTER WS-POS
               END-STRING
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO WS-POS
           STRING "Nr  Aluno      Nome                 Pres/Aulas Abon"
                      DELIMITED BY SIZE
                  "  Freq% " DELIMITED BY SIZE
                  INTO REPORT-LINE
                  WITH POINTER WS-POS
           END-STRING
           PERFORM VARYING WS-IDX-NT FROM 1 BY 1
                   UNTIL WS-IDX-NT > WS-MAX-NOTAS
               STRING " Nota" DELIMITED BY SIZE
                      WS-IDX-NT DELIMITED BY SIZE
                      INTO REPORT-LINE
                      WITH POINTER WS-POS
               END-STRING
           END-PERFORM
           STRING "  Media  Situacao" DELIMITED BY SIZE
                  INTO REPORT-LINE
                  WITH POINTER WS-POS
           END-STRING
           WRITE REPORT-LINE.

      *    Grade semanal da turma, ate seis horarios por linha
      *    (dia, periodo de aula e sala).
       GRAVAR-HORARIOS.
           MOVE 0 TO WS-QTD-HORARIOS
           MOVE SPACES TO REPORT-LINE
           MOVE "Salas e horarios:" TO REPORT-LINE
           MOVE 18 TO WS-POS
           MOVE "N" TO WS-EOF
           OPEN INPUT HORARIO-FILE
           IF WS-HORARIO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF
           ELSE
               MOVE WS-TURMA TO HR-TURMA
               MOVE 0 TO HR-DIA-SEMANA
               MOVE 0 TO HR-PERIODO-AULA
               START HORARIO-FILE KEY NOT < HR-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF
               END-START
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ HORARIO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF HR-TURMA NOT = WS-TURMA
                           MOVE "S" TO WS-EOF
                       ELSE
                           PERFORM GRAVAR-UM-HORARIO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-HORARIO-STATUS = "00" OR WS-HORARIO-STATUS = "10"
               CLOSE HORARIO-FILE
           END-IF

           IF WS-QTD-HORARIOS = 0
               MOVE " (turma sem grade de horarios)" TO
                   REPORT-LINE(18:40)
               WRITE REPORT-LINE
           ELSE
               IF WS-POS > 18
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       GRAVAR-UM-HORARIO.
           ADD 1 TO WS-QTD-HORARIOS
           IF WS-POS > 18 AND
                   FUNCTION MOD(WS-QTD-HORARIOS - 1, 6) = 0
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE 18 TO WS-POS
           END-IF
           IF HR-DIA-SEMANA >= 1 AND HR-DIA-SEMANA <= 6
               STRING " " DELIMITED BY SIZE
                      WS-NOME-DIA(HR-DIA-SEMANA) DELIMITED BY SIZE
                      INTO REPORT-LINE
                      WITH POINTER WS-POS
               END-STRING
           ELSE
               STRING " DIA" DELIMITED BY SIZE
                      HR-DIA-SEMANA DELIMITED BY SIZE
                      INTO REPORT-LINE
                      WITH POINTER WS-POS
               END-STRING
           END-IF
           STRING " " DELIMITED BY SIZE
                  HR-PERIODO-AULA DELIMITED BY SIZE
                  "a aula " DELIMITED BY SIZE
                  HR-SALA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INTO REPORT-LINE
                  WITH POINTER WS-POS
           END-STRING.

      *    Uma linha por aluno: frequencia com o abono limitado as
      *    faltas reais; notas, media e situacao do ultimo
      *    resultado no periodo.
       GRAVAR-LINHA-ALUNO.
           ADD 1 TO WS-NR-LINHA

           MOVE SPACES TO WS-NOME-ALUNO
           IF WS-ALUNO-ABERTO = "S"
               MOVE MT-ALUNO-ID TO AL-ALUNO-ID
               READ ALUNO-FILE
                   INVALID KEY
                       MOVE "(sem cadastro)" TO WS-NOME-ALUNO
                   NOT INVALID KEY
                       MOVE AL-NOME TO WS-NOME-ALUNO
               END-READ
           END-IF

           MOVE 0 TO WS-SESSOES
           MOVE 0 TO WS-PRESENCAS
           MOVE 0 TO WS-ABONADAS
           MOVE 0 TO WS-PCT-FREQUENCIA
           IF WS-FREQUENCIA-ABERTO = "S"
               MOVE WS-TURMA TO FQ-TURMA
               MOVE MT-ALUNO-ID TO FQ-ALUNO-ID
               READ FREQUENCIA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FQ-QTD-SESSOES TO WS-SESSOES
                       MOVE FQ-QTD-PRESENCAS TO WS-PRESENCAS
               END-READ
           END-IF
           IF WS-SESSOES > 0
               PERFORM VARYING WS-IDX-AB FROM 1 BY 1
                       UNTIL WS-IDX-AB > WS-QTD-ABONOS
                   IF AB-ALUNO(WS-IDX-AB) = MT-ALUNO-ID
                       ADD AB-SESSOES(WS-IDX-AB) TO WS-ABONADAS
                   END-IF
               END-PERFORM
               IF WS-PRESENCAS + WS-ABONADAS > WS-SESSOES
                   COMPUTE WS-ABONADAS = WS-SESSOES - WS-PRESENCAS
               END-IF
               COMPUTE WS-PCT-FREQUENCIA ROUNDED =
                   ((WS-PRESENCAS + WS-ABONADAS) * 100) / WS-SESSOES
           END-IF
           MOVE WS-PCT-FREQUENCIA TO WS-FREQ-EDIT

           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO WS-POS
           STRING WS-NR-LINHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MT-ALUNO-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOME-ALUNO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PRESENCAS DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-SESSOES DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ABONADAS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FREQ-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INTO REPORT-LINE
                  WITH POINTER WS-POS
           END-STRING

           PERFORM VARYING WS-IDX-NT FROM 1 BY 1
                   UNTIL WS-IDX-NT > WS-MAX-NOTAS
               IF WS-RS-CORRENTE > 0 AND
                       WS-IDX-NT <= RS-QTD-NOTAS(WS-RS-CORRENTE)
                   STRING " " DELIMITED BY SIZE
                          RS-NOTA(WS-RS-CORRENTE, WS-IDX-NT)
                              DELIMITED BY SIZE
                          INTO REPORT-LINE
                          WITH POINTER WS-POS
                   END-STRING
               ELSE
                   STRING "      -" DELIMITED BY SIZE
                          INTO REPORT-LINE
                          WITH POINTER WS-POS
                   END-STRING
               END-IF
           END-PERFORM

           IF WS-RS-CORRENTE > 0
               MOVE RS-MEDIA(WS-RS-CORRENTE) TO WS-MEDIA-EDIT
               MOVE WS-MEDIA-EDIT TO WS-MEDIA-TXT
               MOVE RS-SITUACAO(WS-RS-CORRENTE) TO WS-SITUACAO
           ELSE
               MOVE "     -" TO WS-MEDIA-TXT
               MOVE "EM CURSO" TO WS-SITUACAO
               ADD 1 TO WS-QTD-SEM-RESULTADO
           END-IF
           IF MT-STATUS = "T"
               MOVE "TRANCADA" TO WS-SITUACAO
               ADD 1 TO WS-QTD-TRANCADAS
           END-IF
           STRING " " DELIMITED BY SIZE
                  WS-MEDIA-TXT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-SITUACAO DELIMITED BY SIZE
                  INTO REPORT-LINE
                  WITH POINTER WS-POS
           END-STRING
           WRITE REPORT-LINE.

       LOCALIZAR-RESULTADO-ALUNO.
           MOVE 0 TO WS-RS-CORRENTE
           PERFORM VARYING WS-IDX-RS FROM 1 BY 1
                   UNTIL WS-IDX-RS > WS-QTD-RESULTADOS
               IF RS-ALUNO(WS-IDX-RS) = MT-ALUNO-ID
                   MOVE WS-IDX-RS TO WS-RS-CORRENTE
               END-IF
           END-PERFORM.

      *    Area de assinaturas: o diario so vale assinado pelo
      *    professor e pela coordenacao.
       GRAVAR-ASSINATURAS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Alunos: " DELIMITED BY SIZE
                  WS-NR-LINHA DELIMITED BY SIZE
                  "   Trancados: " DELIMITED BY SIZE
                  WS-QTD-TRANCADAS DELIMITED BY SIZE
                  "   Sem resultado final: " DELIMITED BY SIZE
                  WS-QTD-SEM-RESULTADO DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "________________________________" DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  "________________________________" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Professor: " DELIMITED BY SIZE
                  WS-NOME-PROF DELIMITED BY SIZE
                  "         " DELIMITED BY SIZE
                  "Coordenacao pedagogica" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Data: ____/____/________" TO REPORT-LINE
           WRITE REPORT-LINE.

      *    Justificativas APROVADAS da turma.
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
                       IF JT-SITUACAO = "A" AND JT-TURMA = WS-TURMA
                               AND WS-QTD-ABONOS < 500
                           ADD 1 TO WS-QTD-ABONOS
                           MOVE JT-ALUNO-ID TO AB-ALUNO(WS-QTD-ABONOS)
                           MOVE JT-QTD-SESSOES
                               TO AB-SESSOES(WS-QTD-ABONOS)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-JUSTIFICATIVA-STATUS = "00" OR
                   WS-JUSTIFICATIVA-STATUS = "10"
               CLOSE JUSTIFICATIVA-FILE
           END-IF.

      *    Resultados da turma gravados desde o inicio das aulas do
      *    periodo; fica a ultima linha do aluno (correcoes e
      *    recuperacao supersedem), como no fechamento.
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
                       IF RESULTADO-LINE(1:6) = WS-TURMA
                           PERFORM EXTRAIR-RESULTADO
                           IF WS-DATA-RESULTADO NOT < WS-DATA-INICIO
                               AND WS-DATA-RESULTADO NOT > WS-DATA-FIM
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
           MOVE 0 TO WS-POS-MEDIA
           PERFORM VARYING WS-POS-VARRE FROM 1 BY 1
                   UNTIL WS-POS-VARRE > 180
               IF RESULTADO-LINE(WS-POS-VARRE:6) = "MEDIA="
                       AND WS-POS-MEDIA = 0
                   MOVE WS-POS-VARRE TO WS-POS-MEDIA
               END-IF
               IF RESULTADO-LINE(WS-POS-VARRE:5) = "DATA="
                       AND RESULTADO-LINE(WS-POS-VARRE + 5:8)
                           IS NUMERIC
                   MOVE RESULTADO-LINE(WS-POS-VARRE + 5:8)
                       TO WS-DATA-RESULTADO
               END-IF
           END-PERFORM.

      *    As notas ficam entre o ID do aluno e a marca MEDIA=, uma
      *    a cada 7 colunas (ZZ9.99 e um espaco).
       GUARDAR-RESULTADO.
           MOVE 0 TO WS-RS-CORRENTE
           PERFORM VARYING WS-IDX-RS FROM 1 BY 1
                   UNTIL WS-IDX-RS > WS-QTD-RESULTADOS
               IF RS-ALUNO(WS-IDX-RS) = RESULTADO-LINE(8:10)
                   MOVE WS-IDX-RS TO WS-RS-CORRENTE
               END-IF
           END-PERFORM
           IF WS-RS-CORRENTE = 0 AND WS-QTD-RESULTADOS < 200
               ADD 1 TO WS-QTD-RESULTADOS
               MOVE WS-QTD-RESULTADOS TO WS-RS-CORRENTE
               MOVE RESULTADO-LINE(8:10) TO RS-ALUNO(WS-RS-CORRENTE)
           END-IF

           IF WS-RS-CORRENTE > 0 AND WS-POS-MEDIA > 0
               MOVE 0 TO RS-QTD-NOTAS(WS-RS-CORRENTE)
               MOVE 0 TO RS-MEDIA(WS-RS-CORRENTE)
               MOVE SPACES TO RS-SITUACAO(WS-RS-CORRENTE)
               PERFORM VARYING WS-POS-VARRE FROM 19 BY 7
                       UNTIL WS-POS-VARRE + 6 > WS-POS-MEDIA
                           OR RS-QTD-NOTAS(WS-RS-CORRENTE) >= 10
                   ADD 1 TO RS-QTD-NOTAS(WS-RS-CORRENTE)
                   MOVE RESULTADO-LINE(WS-POS-VARRE:6) TO
                       RS-NOTA(WS-RS-CORRENTE,
                               RS-QTD-NOTAS(WS-RS-CORRENTE))
               END-PERFORM
               IF RS-QTD-NOTAS(WS-RS-CORRENTE) > WS-MAX-NOTAS
                   MOVE RS-QTD-NOTAS(WS-RS-CORRENTE) TO WS-MAX-NOTAS
               END-IF
               IF RESULTADO-LINE(WS-POS-MEDIA + 6:7) IS NUMERIC
                   MOVE RESULTADO-LINE(WS-POS-MEDIA + 6:7)
                       TO WS-MEDIA-DIG
                   COMPUTE RS-MEDIA(WS-RS-CORRENTE) =
                       WS-MEDIA-DIG / 100
               END-IF
               MOVE RESULTADO-LINE(WS-POS-MEDIA + 14:18)
                   TO RS-SITUACAO(WS-RS-CORRENTE)
           END-IF.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "DiarioClasse"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "DiarioClasse".
