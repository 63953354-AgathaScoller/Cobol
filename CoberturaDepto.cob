      *    afastamentos e o dia da semana do CalendarioCorp.
      *    Legenda das colunas: T trabalho, D descanso, F ferias,
      *    L licenca.
      *    Quando o departamento tem lotacao minima cadastrada
      *    (lotacao_minima.dat), todo dia com menos empregados
      *    trabalhando que o minimo do dia da semana (ou de feriado)
      *    sai com "** ABAIXO DO MINIMO".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS AF-CHAVE
               FILE STATUS IS WS-AFASTAMENTO-STATUS.

           SELECT LOTACAO-FILE ASSIGN TO "data/lotacao_minima.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-DEPARTAMENTO
               FILE STATUS IS WS-LOTACAO-STATUS.

           SELECT COBERTURA-REPORT ASSIGN TO
                   "data/cobertura_depto.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADO-FILE.
       FD  AFASTAMENTO-FILE.
       COPY "AFASTREC.CPY".

       FD  LOTACAO-FILE.
       COPY "LOTMREC.CPY".

       FD  COBERTURA-REPORT.
       01  COBERTURA-LINE       PIC X(80).

           05 PARM-DEPARTAMENTO PIC X(10).
           05 PARM-ANO-MES      PIC 9(6).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "PARMWS.CPY".
       01 WS-FERIADO-STATUS   PIC XX.
       01 WS-AFASTAMENTO-STATUS PIC XX.
       01 WS-COBERTURA-STATUS PIC XX.
       01 WS-LOTACAO-STATUS   PIC XX.
       01 WS-TEM-MINIMO       PIC X(1) VALUE "N".
       01 WS-MINIMO-DIA       PIC 9(3).
       01 WS-QTD-TRABALHO     PIC 9(3).
       01 WS-QTD-ABAIXO       PIC 9(3) VALUE 0.
       01 WS-EOF-GERAL        PIC X(1).
           88 FIM-VARREDURA       VALUE "S".
       01 DEPARTAMENTO        PIC X(10).
           PERFORM DETERMINAR-DIAS-NO-MES

           PERFORM CARREGAR-MEMBROS
           PERFORM CARREGAR-LOTACAO-MINIMA
           IF WS-QTD-MEMBROS = 0
               DISPLAY "Nenhum empregado ativo no departamento."
               GOBACK
                  INTO COBERTURA-LINE
           END-STRING
           WRITE COBERTURA-LINE
           IF WS-TEM-MINIMO = "S"
               MOVE SPACES TO COBERTURA-LINE
               STRING "Dias abaixo da lotacao minima: "
                          DELIMITED BY SIZE
                      WS-QTD-ABAIXO DELIMITED BY SIZE
                      INTO COBERTURA-LINE
               END-STRING
               WRITE COBERTURA-LINE
           END-IF

           CLOSE COBERTURA-REPORT
           IF WS-FERIADO-STATUS = "00"
               END-READ
           END-IF.

      *    Sem registro do departamento vale so o alerta de
      *    departamento inteiro fora.
       CARREGAR-LOTACAO-MINIMA.
           OPEN INPUT LOTACAO-FILE
           IF WS-LOTACAO-STATUS = "00"
               MOVE DEPARTAMENTO TO LM-DEPARTAMENTO
               READ LOTACAO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-TEM-MINIMO
               END-READ
               CLOSE LOTACAO-FILE
           END-IF.

       GRAVAR-CABECALHO.
           MOVE SPACES TO COBERTURA-LINE
           STRING "Cobertura do departamento " DELIMITED BY SIZE
           PERFORM VERIFICAR-FERIADO-DIA

           MOVE "N" TO WS-TEM-COBERTURA
           MOVE 0 TO WS-QTD-TRABALHO
           MOVE SPACES TO COBERTURA-LINE
           MOVE WS-DATA-DIA TO COBERTURA-LINE(1:8)
           MOVE 11 TO WS-POS-COL
               END-STRING
           END-IF

           IF WS-TEM-MINIMO = "S"
               PERFORM VERIFICAR-MINIMO-DIA
           END-IF

           WRITE COBERTURA-LINE.

       VERIFICAR-FERIADO-DIA.
                   WHEN OTHER
                       MOVE "T" TO WS-STATUS-DIA
                       MOVE "S" TO WS-TEM-COBERTURA
                       ADD 1 TO WS-QTD-TRABALHO
               END-EVALUATE
           END-IF.

      *    Minimo do dia da semana, ou o de feriado; zero e sem
      *    minimo naquele dia.
       VERIFICAR-MINIMO-DIA.
           IF WS-E-FERIADO = "S"
               MOVE LM-MINIMO-FERIADO TO WS-MINIMO-DIA
           ELSE
               EVALUATE WS-NOME-DIA
                   WHEN "segunda"
                       MOVE LM-MINIMO(1) TO WS-MINIMO-DIA
                   WHEN "terca"
                       MOVE LM-MINIMO(2) TO WS-MINIMO-DIA
                   WHEN "quarta"
                       MOVE LM-MINIMO(3) TO WS-MINIMO-DIA
                   WHEN "quinta"
                       MOVE LM-MINIMO(4) TO WS-MINIMO-DIA
                   WHEN "sexta"
                       MOVE LM-MINIMO(5) TO WS-MINIMO-DIA
                   WHEN "domingo"
                       MOVE LM-MINIMO(7) TO WS-MINIMO-DIA
                   WHEN OTHER
                       MOVE LM-MINIMO(6) TO WS-MINIMO-DIA
               END-EVALUATE
           END-IF

           IF WS-QTD-TRABALHO < WS-MINIMO-DIA
               ADD 1 TO WS-QTD-ABAIXO
               STRING " ** ABAIXO DO MINIMO" DELIMITED BY SIZE
                      INTO COBERTURA-LINE
                      WITH POINTER WS-POS-COL
               END-STRING
           END-IF.

       VERIFICAR-AFASTAMENTO-MEMBRO.
           MOVE " " TO WS-STATUS-DIA
           MOVE "N" TO WS-EOF-GERAL
