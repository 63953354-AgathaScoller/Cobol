      *      - a opcao de faltantes lista quem ainda esta sem nota
      *        na turma (data/notas_faltantes.txt), para conferir
      *        antes do passo NOTAS da noite.
      *      - turma so de periodos letivos ja fechados
      *        (FecharPeriodo) nao aceita mais nota, nem com
      *        supervisor.
      *    A entrada grava a linha do aluno em turma_lote.dat (com
      *    os pesos do curso) e cada nota em idadeenota_notas.dat,
      *    os mesmos arquivos que os lotes ja leem.
               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USER-STATUS.

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

           SELECT FALTANTE-REPORT ASSIGN TO
                   "data/notas_faltantes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MATRICULA-FILE.
       FD  USER-FILE.
       COPY "USERREC.CPY".

       FD  ATRIBUICAO-FILE.
       COPY "ATRIREC.CPY".

       FD  PERIODO-FILE.
       COPY "PERIREC.CPY".

       FD  FALTANTE-REPORT.
       01  REPORT-LINE          PIC X(70).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-MATRICULA-STATUS PIC XX.
       01 WS-NOTAS-STATUS    PIC XX.
       01 WS-USER-STATUS     PIC XX.
       01 WS-REPORT-STATUS   PIC XX.
       01 WS-ATRIBUICAO-STATUS PIC XX.
       COPY "PERIFWS.CPY".
       01 WS-PERIODO-FECHADO PIC X(1).
       01 OPCAO              PIC X(1).
       01 WS-HOJE            PIC 9(8).
       01 TURMA              PIC X(6).
           GOBACK.

       ENTRAR-NOTAS.
           PERFORM VERIFICAR-PERIODO-FECHADO
           IF WS-PERIODO-FECHADO = "S"
               MOVE "Entrada recusada: periodo fechado." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           PERFORM VERIFICAR-PRAZO
           IF TURMA-TRANCADA
               DISPLAY "Turma trancada (prazo vencido). Override de "
               PROGRAMA-NOME BY "EntradaNotas"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.

           COPY "PERIFECH.CPY" REPLACING
               ROTINA-NOME  BY VERIFICAR-PERIODO-FECHADO
               TURMA-CHAVE  BY TURMA
               FLAG-FECHADA BY WS-PERIODO-FECHADO.
