      *        outro banco em MV-MOTIVO.
      *    Registro com conta invalida sai no relatorio
      *    data/intercambio_relatorio.txt (e conta como rejeitado,
      *    RC 4); o credito sem conta valida (inexistente ou
      *    encerrada) volta ao banco de origem pelo arquivo de
      *    devolucao data/intercambio_devolucao.dat, com o motivo em
      *    IC-MOTIVO-DEV. Os dois arquivos sao esvaziados depois de
      *    consumidos, como a fila de reciclagem do SAQUE, para a
      *    proxima noite nao lancar em dobro; cada registro lido fica
      *    em data/intercambio_recebido.dat (ICHISREC.CPY) para a
      *    liquidacao por banco.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-STATUS.

           SELECT DEVOLUCAO-FILE ASSIGN TO
                   "data/intercambio_devolucao.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVOLUCAO-STATUS.

           SELECT HISTORICO-FILE ASSIGN TO
                   "data/intercambio_recebido.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT CONTA-FILE ASSIGN TO "data/contas_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  RETORNO-FILE.
       01  RETORNO-REC          PIC X(67).

       FD  DEVOLUCAO-FILE.
       01  DEVOLUCAO-REC        PIC X(67).

       FD  HISTORICO-FILE.
       COPY "ICHISREC.CPY".

       FD  CONTA-FILE.
       COPY "CONTAREC.CPY".

           COPY "DNEGWS.CPY".
       01 WS-ENTRADA-STATUS   PIC XX.
       01 WS-RETORNO-STATUS   PIC XX.
       01 WS-DEVOLUCAO-STATUS PIC XX.
       01 WS-HISTORICO-STATUS PIC XX.
       01 WS-CONTA-STATUS     PIC XX.
       01 WS-MOVIMENTO-STATUS PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-QTD-CREDITADOS   PIC 9(8) VALUE 0.
       01 WS-QTD-ESTORNADOS   PIC 9(8) VALUE 0.
       01 WS-QTD-REJEITADOS   PIC 9(8) VALUE 0.
       01 WS-QTD-DEVOLVIDOS   PIC 9(8) VALUE 0.
       01 WS-SOMA-CREDITADA   PIC 9(10)V99 VALUE 0.
       01 WS-SOMA-ESTORNADA   PIC 9(10)V99 VALUE 0.
       01 WS-CONTA-ALVO       PIC 9(6).
       01 WS-ACHOU-CONTA      PIC X(1).
           88 CONTA-ENCONTRADA    VALUE "S".
       01 WS-MOTIVO-MOV       PIC X(30).
       01 WS-TIPO-HIST        PIC X(1).

       PROCEDURE DIVISION.
       INICIO.
           END-STRING
           WRITE REPORT-LINE

           OPEN EXTEND HISTORICO-FILE
           IF WS-HISTORICO-STATUS = "35"
               OPEN OUTPUT HISTORICO-FILE
           END-IF
           MOVE "intercambio_recebido.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-HISTORICO-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           PERFORM PROCESSAR-ENTRADAS
           PERFORM PROCESSAR-RETORNOS

           CLOSE HISTORICO-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "Creditados: " DELIMITED BY SIZE
                  WS-QTD-CREDITADOS DELIMITED BY SIZE
                  WS-QTD-ESTORNADOS DELIMITED BY SIZE
                  "  Rejeitados: " DELIMITED BY SIZE
                  WS-QTD-REJEITADOS DELIMITED BY SIZE
                  "  Devolvidos: " DELIMITED BY SIZE
                  WS-QTD-DEVOLVIDOS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
               ADD IC-VALOR TO WS-SOMA-CREDITADA
               MOVE "Credito interbancario." TO WS-MOTIVO-MOV
               PERFORM GRAVAR-MOVIMENTO-INTER
               MOVE "E" TO WS-TIPO-HIST
               PERFORM GRAVAR-HISTORICO-INTER
           ELSE
               ADD 1 TO WS-QTD-REJEITADOS
               MOVE SPACES TO REPORT-LINE
                      IC-CONTA-DESTINO DELIMITED BY SIZE
                      " seq " DELIMITED BY SIZE
                      IC-SEQ DELIMITED BY SIZE
                      " - devolvida ao banco " DELIMITED BY SIZE
                      IC-BANCO-ORIGEM DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               PERFORM DEVOLVER-CREDITO-ENTRADA
               MOVE "D" TO WS-TIPO-HIST
               PERFORM GRAVAR-HISTORICO-INTER
           END-IF.

      *    O credito sem conta valida volta ao banco que o mandou.
       DEVOLVER-CREDITO-ENTRADA.
           IF CONTA-ENCONTRADA
               MOVE "CONTA ENCERRADA" TO IC-MOTIVO-DEV
           ELSE
               MOVE "CONTA INEXISTENTE" TO IC-MOTIVO-DEV
           END-IF
           OPEN EXTEND DEVOLUCAO-FILE
           IF WS-DEVOLUCAO-STATUS = "35"
               OPEN OUTPUT DEVOLUCAO-FILE
           END-IF
           MOVE INTERCAMBIO-REC TO DEVOLUCAO-REC
           WRITE DEVOLUCAO-REC
           CLOSE DEVOLUCAO-FILE
           ADD 1 TO WS-QTD-DEVOLVIDOS.

       GRAVAR-HISTORICO-INTER.
           MOVE WS-HOJE TO IH-DATA-LIQ
           MOVE WS-TIPO-HIST TO IH-TIPO
           MOVE INTERCAMBIO-REC TO IH-REGISTRO
           WRITE INTER-HIST-REC.

      *    Devolucao do outro banco: estorna o debito na conta de
      *    origem da nossa remessa, com o motivo informado por eles.
       PROCESSAR-RETORNOS.
                      INTO WS-MOTIVO-MOV
               END-STRING
               PERFORM GRAVAR-MOVIMENTO-INTER
               MOVE "R" TO WS-TIPO-HIST
               PERFORM GRAVAR-HISTORICO-INTER
               MOVE SPACES TO REPORT-LINE
               STRING "Remessa " DELIMITED BY SIZE
                      IC-SEQ DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE "X" TO WS-TIPO-HIST
               PERFORM GRAVAR-HISTORICO-INTER
           END-IF.

       LER-CONTA-ALVO.
           MOVE IC-VALOR TO MV-VALOR
           MOVE "A" TO MV-RESULTADO
           MOVE WS-MOTIVO-MOV TO MV-MOTIVO
           MOVE SPACES TO MV-TERMINAL
           MOVE SPACES TO MV-OPERADOR
           WRITE MOVIMENTO-REC
           CLOSE MOVIMENTO-FILE.

