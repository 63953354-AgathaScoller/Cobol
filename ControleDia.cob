      *    para que um job stream que passe da meia-noite lance tudo
      *    no mesmo dia de negocio em vez de virar de data no meio
      *    da execucao.
      *    A abertura de um dia de um ano novo exige o fechamento
      *    anual do ano anterior assinado pela operacao (etapa 99 de
      *    data/fechamento_ano.dat, gravada por FechamentoAnual).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DNEGSEL.CPY".

           SELECT FECHAMENTO-FILE ASSIGN TO "data/fechamento_ano.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAMENTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "DNEGFD.CPY".

       FD  FECHAMENTO-FILE.
       COPY "FANOREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 OPCAO            PIC X(1).
       01 WS-DATA-NOVA     PIC 9(8).
       01 MENSAGEM         PIC X(40).
       01 WS-FECHAMENTO-STATUS PIC XX.
       01 WS-EOF-FECHAMENTO PIC X VALUE "N".
           88 FIM-FECHAMENTO   VALUE "S".
       01 WS-ANO-ANTERIOR  PIC 9(4) VALUE 0.
       01 WS-ANO-ASSINADO  PIC X(1) VALUE "N".
           88 ANO-ANTERIOR-ASSINADO VALUE "S".

       PROCEDURE DIVISION.
       INICIO.
               ACCEPT WS-DATA-NOVA FROM DATE YYYYMMDD
           END-IF

           PERFORM VERIFICAR-VIRADA-ANO

           IF WS-ANO-ANTERIOR NOT = 0 AND NOT ANO-ANTERIOR-ASSINADO
               MOVE SPACES TO MENSAGEM
               STRING "Fechamento anual " DELIMITED BY SIZE
                      WS-ANO-ANTERIOR DELIMITED BY SIZE
                      " sem assinatura." DELIMITED BY SIZE
                      INTO MENSAGEM
               END-STRING
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT DIA-NEG-FILE
               MOVE WS-DATA-NOVA TO DN-DATA
               MOVE "A" TO DN-STATUS
               WRITE DIA-NEG-REC
               CLOSE DIA-NEG-FILE

               MOVE SPACES TO MENSAGEM
               STRING "Dia " DELIMITED BY SIZE
                      WS-DATA-NOVA DELIMITED BY SIZE
                      " aberto." DELIMITED BY SIZE
                      INTO MENSAGEM
               END-STRING
           END-IF.

      *    Se o dia anterior e de outro ano, procura a assinatura
      *    do fechamento desse ano (WS-ANO-ANTERIOR fica zerado
      *    quando nao ha virada de ano).
       VERIFICAR-VIRADA-ANO.
           OPEN INPUT DIA-NEG-FILE
           IF WS-DIA-NEG-STATUS = "00"
               READ DIA-NEG-FILE
                   NOT AT END
                       IF WS-DATA-NOVA(1:4) > DN-DATA(1:4)
                           MOVE DN-DATA(1:4) TO WS-ANO-ANTERIOR
                       END-IF
               END-READ
               CLOSE DIA-NEG-FILE
           END-IF

           IF WS-ANO-ANTERIOR NOT = 0
               OPEN INPUT FECHAMENTO-FILE
               IF WS-FECHAMENTO-STATUS NOT = "00"
                   MOVE "S" TO WS-EOF-FECHAMENTO
               END-IF
               PERFORM UNTIL FIM-FECHAMENTO
                   READ FECHAMENTO-FILE
                       AT END
                           MOVE "S" TO WS-EOF-FECHAMENTO
                       NOT AT END
                           IF FA-ANO = WS-ANO-ANTERIOR
                                   AND FA-ETAPA = 99
                                   AND FA-SITUACAO = "S"
                               MOVE "S" TO WS-ANO-ASSINADO
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FECHAMENTO-STATUS = "00"
                       OR WS-FECHAMENTO-STATUS = "10"
                   CLOSE FECHAMENTO-FILE
               END-IF
           END-IF.

       FECHAR-DIA.
           OPEN INPUT DIA-NEG-FILE
