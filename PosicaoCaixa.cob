      *    relatorio e termina o passo com RC 4 para o turno da
      *    manha investigar. A posicao apurada fica gravada em
      *    data/caixa_posicao.dat como base da prova de amanha.
      *    Cada gaveta sai numa linha com a agencia do terminal
      *    (TM-AGENCIA), repetida no arquivo de distribuicao
      *    data/caixa_posicao_relatorio_dist.dat (DISTFD.CPY) para a
      *    separacao por agencia; cofre, transito e prova ficam so
      *    no consolidado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS NT-ID
               FILE STATUS IS WS-TRANSITO-STATUS.

           SELECT TERMINAL-FILE ASSIGN TO
                   "data/terminais_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERMINAL
               FILE STATUS IS WS-TERMINAL-STATUS.

           SELECT MOVIMENTO-FILE ASSIGN TO "data/saque_movimentos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.

           COPY "DNEGSEL.CPY".

           COPY "DISTSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  NOTA-INV-FILE.
       FD  TRANSITO-FILE.
       COPY "NTRANREC.CPY".

       FD  TERMINAL-FILE.
       COPY "TERMREC.CPY".

       FD  MOVIMENTO-FILE.
       COPY "MOVREC.CPY".


       COPY "DNEGFD.CPY".

       COPY "DISTFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "RUNHWS.CPY".
       COPY "CTLWS.CPY".
           COPY "FERRWS.CPY".
           COPY "DNEGWS.CPY".
           COPY "DISTWS.CPY".
       01 WS-NOTA-INV-STATUS  PIC XX.
       01 WS-TERMINAL-STATUS  PIC XX.
       01 WS-AGENCIA-GAVETA   PIC 9(3).
       01 WS-TRANSITO-STATUS  PIC XX.
       01 WS-MOVIMENTO-STATUS PIC XX.
       01 WS-POSICAO-STATUS   PIC XX.
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE "data/caixa_posicao_relatorio_dist.dat"
               TO WS-DIST-NOME
           OPEN OUTPUT DIST-AG-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "Posicao de numerario em " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "C" TO DA-TIPO
           PERFORM GRAVAR-DISTRIBUICAO

           PERFORM APURAR-INVENTARIOS
           PERFORM APURAR-TRANSITO
           PERFORM GRAVAR-POSICAO-DO-DIA

           CLOSE POSICAO-REPORT
           IF WS-DIST-STATUS = "00"
               CLOSE DIST-AG-FILE
           END-IF

           DISPLAY "Posicao de caixa gravada."

           GOBACK.

       APURAR-INVENTARIOS.
           OPEN INPUT TERMINAL-FILE
           OPEN INPUT NOTA-INV-FILE
           IF WS-NOTA-INV-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-INV
                           ADD WS-VALOR-LOCAL TO WS-VALOR-COFRE
                       ELSE
                           ADD WS-VALOR-LOCAL TO WS-VALOR-GAVETAS
                           PERFORM GRAVAR-LINHA-GAVETA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-NOTA-INV-STATUS = "00" OR WS-NOTA-INV-STATUS = "10"
               CLOSE NOTA-INV-FILE
           END-IF
           IF WS-TERMINAL-STATUS = "00" OR WS-TERMINAL-STATUS = "23"
               CLOSE TERMINAL-FILE
           END-IF.

      *    Gaveta de terminal fora do cadastro de terminais fica
      *    com agencia 000 (copia da central).
       GRAVAR-LINHA-GAVETA.
           MOVE 0 TO WS-AGENCIA-GAVETA
           IF WS-TERMINAL-STATUS = "00" OR WS-TERMINAL-STATUS = "23"
               MOVE NI-TERMINAL TO TM-TERMINAL
               READ TERMINAL-FILE
                   INVALID KEY
                       MOVE 0 TO WS-AGENCIA-GAVETA
                   NOT INVALID KEY
                       MOVE TM-AGENCIA TO WS-AGENCIA-GAVETA
               END-READ
           END-IF

           MOVE WS-VALOR-LOCAL TO WS-VALOR-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  Gaveta " DELIMITED BY SIZE
                  NI-TERMINAL DELIMITED BY SIZE
                  " agencia " DELIMITED BY SIZE
                  WS-AGENCIA-GAVETA DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "D" TO DA-TIPO
           MOVE WS-AGENCIA-GAVETA TO DA-AGENCIA
           MOVE WS-VALOR-LOCAL TO DA-VALOR
           PERFORM GRAVAR-DISTRIBUICAO.

       APURAR-TRANSITO.
           OPEN INPUT TRANSITO-FILE
           IF WS-TRANSITO-STATUS NOT = "00"
           WRITE POSICAO-REC
           CLOSE POSICAO-FILE.

           COPY "DISTGRV.CPY" REPLACING
               ROTINA-NOME  BY GRAVAR-DISTRIBUICAO
               LINHA-ORIGEM BY REPORT-LINE.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.
