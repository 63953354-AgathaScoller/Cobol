      *    cuja duracao saltou contra a media das noites anteriores.
      *    Responde "o stream terminou? quanto durou o passo de
      *    saque?" sem reconstruir por timestamp de arquivo.
      *    Os passos que o orquestrador deixou de lancar por nao
      *    serem devidos no dia (regra de calendario do plano) saem
      *    listados a parte, do estado data/orquestrador_estado.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTA-STATUS.

           SELECT ESTADO-FILE ASSIGN TO
                   "data/orquestrador_estado.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTA-FILE.
       COPY "ALERTREC.CPY".

       FD  ESTADO-FILE.
       COPY "ORQEREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "RUNHWS.CPY".
       01 WS-EOF-ALERTA       PIC X(1).
           88 FIM-ALERTAS         VALUE "S".
       01 WS-QTD-CRITICOS     PIC 9(4) VALUE 0.
       01 WS-ESTADO-STATUS    PIC XX.
       01 WS-EOF-ESTADO       PIC X(1).
           88 FIM-ESTADO          VALUE "S".
       01 WS-QTD-NAO-DEVIDOS  PIC 9(2) VALUE 0.
       01 WS-HORA-TRAB        PIC 9(8).
       01 FILLER REDEFINES WS-HORA-TRAB.
           05 WS-HORA-HH      PIC 9(2).
      *    As duracoes de noites anteriores acumulam em PA-SOMA-ANT/
      *    PA-QTD-ANT para o alerta de salto de tempo (> 2x a media).
       01 WS-TABELA-PASSOS.
           05 WS-PASSO-ENT OCCURS 90 TIMES.
               10 PA-PROGRAMA      PIC X(20).
               10 PA-INICIO        PIC 9(8).
               10 PA-FIM           PIC 9(8).

           DISPLAY "Cronica gravada. Passos: " WS-QTD-PASSOS
                   "  Sem registro de fim: " WS-QTD-ABENDS
                   "  Nao devidos: " WS-QTD-NAO-DEVIDOS

           STRING "DATA=" DELIMITED BY SIZE
                  WS-DATA-CRONICA DELIMITED BY SIZE
               END-IF
           END-PERFORM

           IF WS-IDX-PASSO = 0 AND WS-QTD-PASSOS < 90
               ADD 1 TO WS-QTD-PASSOS
               MOVE WS-QTD-PASSOS TO WS-IDX-PASSO
               MOVE HX-PROGRAMA TO PA-PROGRAMA(WS-IDX-PASSO)
               END-IF
           END-PERFORM

           PERFORM GRAVAR-PASSOS-NAO-DEVIDOS
           PERFORM GRAVAR-CRITICOS-ABERTOS

           CLOSE CRONICA-REPORT.

      *    Passos do plano fora da regra de calendario na noite da
      *    cronica: nao rodaram de proposito, nao por falha.
       GRAVAR-PASSOS-NAO-DEVIDOS.
           MOVE "N" TO WS-EOF-ESTADO
           OPEN INPUT ESTADO-FILE
           IF WS-ESTADO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-ESTADO
           END-IF

           PERFORM UNTIL FIM-ESTADO
               READ ESTADO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ESTADO
                   NOT AT END
                       IF ES-RESULTADO = "NAODEV" AND
                               ES-DATA = WS-DATA-CRONICA
                           IF WS-QTD-NAO-DEVIDOS = 0
                               MOVE SPACES TO CRONICA-LINE
                               STRING "Passos nao devidos hoje "
                                      DELIMITED BY SIZE
                                      "(regra de calendario):"
                                      DELIMITED BY SIZE
                                      INTO CRONICA-LINE
                               END-STRING
                               WRITE CRONICA-LINE
                           END-IF
                           ADD 1 TO WS-QTD-NAO-DEVIDOS
                           MOVE SPACES TO CRONICA-LINE
                           STRING "  " DELIMITED BY SIZE
                                  ES-PASSO DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  ES-PROGRAMA DELIMITED BY SIZE
                                  " regra " DELIMITED BY SIZE
                                  ES-REGRA DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  ES-REGRA-PARM DELIMITED BY SIZE
                                  INTO CRONICA-LINE
                           END-STRING
                           WRITE CRONICA-LINE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ESTADO-STATUS = "00" OR WS-ESTADO-STATUS = "10"
               CLOSE ESTADO-FILE
           END-IF.

      *    Criticos nao reconhecidos da fila do console entram na
      *    narrativa da manha: quem le a cronica fica sabendo o que
      *    ninguem tratou de madrugada.
