      *    por VerificarSaque a cada saque aprovado) e calcula quantas
      *    cedulas de cada valor a tesouraria precisa repor para a
      *    gaveta voltar ao estoque alvo de abertura amanha.
      *    O estoque alvo de cada terminal e a carga sugerida pela
      *    previsao de numerario (data/caixa_previsao.dat, passo
      *    PreverNumerario) quando ela e para hoje ou adiante; sem
      *    previsao vale a carga padrao. A gaveta acima do alvo sai
      *    na coluna DEVOLVER - cedulas paradas que voltam ao cofre.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS NI-TERMINAL
               FILE STATUS IS WS-NOTA-INV-STATUS.

           SELECT PREVISAO-FILE ASSIGN TO "data/caixa_previsao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-TERMINAL
               FILE STATUS IS WS-PREVISAO-STATUS.

           SELECT REPOSICAO-REPORT ASSIGN TO
                   "data/reposicao_notas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPOSICAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTA-INV-FILE.
       COPY "NOTAINV.CPY".

       FD  PREVISAO-FILE.
       COPY "PREVREC.CPY".

       FD  REPOSICAO-REPORT.
       01  REPOSICAO-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-NOTA-INV-STATUS  PIC XX.
       01 WS-PREVISAO-STATUS  PIC XX.
       01 WS-REPOSICAO-STATUS PIC XX.
       01 WS-TEM-PREVISAO     PIC X(1) VALUE "N".
           88 TEM-PREVISAO        VALUE "S".
       01 WS-HOJE             PIC 9(8).
       01 WS-EOF-INV          PIC X VALUE "N".
           88 FIM-INVENTARIO      VALUE "S".
      *    Carga padrao de abertura de gaveta (a mesma que
      *    VerificarSaque usa ao criar o registro de um terminal novo).
       01 WS-PADRAO-50        PIC 9(5) VALUE 200.
       01 WS-PADRAO-20        PIC 9(5) VALUE 200.
       01 WS-PADRAO-10        PIC 9(5) VALUE 200.
      *    Estoque alvo do terminal: previsao ou carga padrao.
       01 WS-ALVO-50          PIC 9(5).
       01 WS-ALVO-20          PIC 9(5).
       01 WS-ALVO-10          PIC 9(5).
       01 WS-ORIGEM-ALVO      PIC X(8).
       01 WS-REPOR-50         PIC 9(5).
       01 WS-REPOR-20         PIC 9(5).
       01 WS-REPOR-10         PIC 9(5).
       01 WS-DEVOLVER-50      PIC 9(5).
       01 WS-DEVOLVER-20      PIC 9(5).
       01 WS-DEVOLVER-10      PIC 9(5).
       01 WS-QTD-TERMINAIS    PIC 9(3) VALUE 0.
       01 WS-QTD-PREVISTOS    PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           OPEN INPUT NOTA-INV-FILE
           IF WS-NOTA-INV-STATUS NOT = "00"
               DISPLAY "Estoque de notas nao disponivel."
               GOBACK
           END-IF

           OPEN INPUT PREVISAO-FILE
           IF WS-PREVISAO-STATUS = "00"
               MOVE "S" TO WS-TEM-PREVISAO
           END-IF

           OPEN OUTPUT REPOSICAO-REPORT

           MOVE "Reposicao de notas por terminal" TO REPOSICAO-LINE
           WRITE REPOSICAO-LINE
           MOVE SPACES TO REPOSICAO-LINE
           STRING "TERMINAL  REPOR x50  REPOR x20  REPOR x10"
                      DELIMITED BY SIZE
                  "  DEVOLVER x50 x20 x10     ALVO x50 x20 x10 ORIGEM"
                      DELIMITED BY SIZE
                  INTO REPOSICAO-LINE
           END-STRING
           WRITE REPOSICAO-LINE

           MOVE LOW-VALUES TO NI-TERMINAL
           END-PERFORM

           CLOSE NOTA-INV-FILE
           IF TEM-PREVISAO
               CLOSE PREVISAO-FILE
           END-IF
           CLOSE REPOSICAO-REPORT

           DISPLAY "Relatorio de reposicao gravado. Terminais: "
                   WS-QTD-TERMINAIS " pela previsao: "
                   WS-QTD-PREVISTOS

           STRING "TERMINAIS=" DELIMITED BY SIZE
                  WS-QTD-TERMINAIS DELIMITED BY SIZE

       GRAVAR-LINHA-TERMINAL.
           ADD 1 TO WS-QTD-TERMINAIS
           PERFORM DEFINIR-ALVO

           IF NI-QTD-50 < WS-ALVO-50
               COMPUTE WS-REPOR-50 = WS-ALVO-50 - NI-QTD-50
               MOVE 0 TO WS-REPOR-10
           END-IF

           IF NI-QTD-50 > WS-ALVO-50
               COMPUTE WS-DEVOLVER-50 = NI-QTD-50 - WS-ALVO-50
           ELSE
               MOVE 0 TO WS-DEVOLVER-50
           END-IF
           IF NI-QTD-20 > WS-ALVO-20
               COMPUTE WS-DEVOLVER-20 = NI-QTD-20 - WS-ALVO-20
           ELSE
               MOVE 0 TO WS-DEVOLVER-20
           END-IF
           IF NI-QTD-10 > WS-ALVO-10
               COMPUTE WS-DEVOLVER-10 = NI-QTD-10 - WS-ALVO-10
           ELSE
               MOVE 0 TO WS-DEVOLVER-10
           END-IF

           MOVE SPACES TO REPOSICAO-LINE
           STRING NI-TERMINAL DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-REPOR-20 DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  WS-REPOR-10 DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-DEVOLVER-50 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEVOLVER-20 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEVOLVER-10 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ALVO-50 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ALVO-20 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ALVO-10 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ORIGEM-ALVO DELIMITED BY SIZE
                  INTO REPOSICAO-LINE
           END-STRING
           WRITE REPOSICAO-LINE.

      *    Previsao vencida (dia alvo ja passou) nao vale: o terminal
      *    volta a carga padrao. O cofre nao tem previsao.
       DEFINIR-ALVO.
           MOVE WS-PADRAO-50 TO WS-ALVO-50
           MOVE WS-PADRAO-20 TO WS-ALVO-20
           MOVE WS-PADRAO-10 TO WS-ALVO-10
           MOVE "PADRAO" TO WS-ORIGEM-ALVO
           IF TEM-PREVISAO AND NI-TERMINAL NOT = "COFRE"
               MOVE NI-TERMINAL TO PV-TERMINAL
               READ PREVISAO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PV-DATA-ALVO >= WS-HOJE
                           MOVE PV-QTD-50 TO WS-ALVO-50
                           MOVE PV-QTD-20 TO WS-ALVO-20
                           MOVE PV-QTD-10 TO WS-ALVO-10
                           MOVE "PREVISAO" TO WS-ORIGEM-ALVO
                           ADD 1 TO WS-QTD-PREVISTOS
                       END-IF
               END-READ
           END-IF.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "ReposicaoNotas"
