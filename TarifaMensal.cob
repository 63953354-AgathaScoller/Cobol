      *    a tarifa devida por cada conta que passou da franquia
      *    mensal do arquivo data/tarifas.dat. Deve rodar no
      *    fechamento do mes, antes de a contagem ser zerada pelo
      *    primeiro saque do mes seguinte. Conta poupanca
      *    (CM-PRODUTO "P" no cadastro) usa a franquia propria do
      *    produto, na terceira coluna do mesmo cartao de tarifas.
      *    Conta encerrada (CM-SITUACAO "E") fica de fora: a tarifa
      *    do mes ja foi cobrada no encerramento.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS LD-CONTA
               FILE STATUS IS WS-LIMITE-STATUS.

           SELECT CONTA-FILE ASSIGN TO "data/contas_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT TARIFA-FILE ASSIGN TO "data/tarifas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFA-STATUS.

           COPY "SPOOLSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  LIMITE-DIARIO-FILE.
           05 LD-MES            PIC 9(6).
           05 LD-QTD-MES        PIC 9(4).

       FD  CONTA-FILE.
       COPY "CONTAREC.CPY".

       FD  TARIFA-FILE.
       01  TARIFA-REC.
           05 TAR-FRANQUIA      PIC 9(2).
           05 TAR-VALOR         PIC 9(3)V99.
           05 TAR-FRANQUIA-POUP PIC 9(2).

       FD  TARIFA-REPORT.
       01  TARIFA-LINE          PIC X(70).

       COPY "SPOOLFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "SPOOLWS.CPY".
           88 FIM-LIMITES         VALUE "S".
       01 WS-ANO-MES          PIC 9(6).
       01 WS-FRANQUIA         PIC 9(2) VALUE 4.
       01 WS-FRANQUIA-POUPANCA PIC 9(2) VALUE 2.
       01 WS-FRANQUIA-CONTA   PIC 9(2).
       01 WS-CONTA-ENCERRADA  PIC X VALUE "N".
           88 CONTA-ENCERRADA     VALUE "S".
       01 WS-CONTA-STATUS     PIC XX.
       01 WS-CADASTRO-ABERTO  PIC X(1).
           88 CADASTRO-ABERTO     VALUE "S".
       01 WS-VALOR-TARIFA     PIC 9(3)V99 VALUE 2.50.
       01 WS-QTD-EXCEDENTES   PIC 9(4).
       01 WS-TARIFA-CONTA     PIC 9(6)V99.
               GOBACK
           END-IF

           MOVE "N" TO WS-CADASTRO-ABERTO
           OPEN INPUT CONTA-FILE
           IF WS-CONTA-STATUS = "00"
               MOVE "S" TO WS-CADASTRO-ABERTO
           END-IF

           OPEN OUTPUT TARIFA-REPORT

           MOVE SPACES TO TARIFA-LINE
                  WS-ANO-MES DELIMITED BY SIZE
                  "  (franquia " DELIMITED BY SIZE
                  WS-FRANQUIA DELIMITED BY SIZE
                  " saques, poupanca " DELIMITED BY SIZE
                  WS-FRANQUIA-POUPANCA DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO TARIFA-LINE
           END-STRING
           WRITE TARIFA-LINE
                   AT END
                       MOVE "S" TO WS-EOF-LIMITE
                   NOT AT END
                       PERFORM SELECIONAR-FRANQUIA-CONTA
                       IF LD-MES = WS-ANO-MES AND
                               LD-QTD-MES > WS-FRANQUIA-CONTA AND
                               NOT CONTA-ENCERRADA
                           PERFORM GRAVAR-LINHA-TARIFA
                       END-IF
               END-READ
           WRITE TARIFA-LINE

           CLOSE LIMITE-DIARIO-FILE
           IF CADASTRO-ABERTO
               CLOSE CONTA-FILE
           END-IF
           CLOSE TARIFA-REPORT

      *    Registra a geracao no catalogo de spool (copia numerada
                   NOT AT END
                       MOVE TAR-FRANQUIA TO WS-FRANQUIA
                       MOVE TAR-VALOR TO WS-VALOR-TARIFA
                       IF TAR-FRANQUIA-POUP IS NUMERIC
                           MOVE TAR-FRANQUIA-POUP TO
                               WS-FRANQUIA-POUPANCA
                       END-IF
               END-READ
               CLOSE TARIFA-FILE
           END-IF.

      *    Franquia do produto da conta; sem cadastro (ou conta fora
      *    dele) vale a franquia da conta corrente, como antes.
       SELECIONAR-FRANQUIA-CONTA.
           MOVE WS-FRANQUIA TO WS-FRANQUIA-CONTA
           MOVE "N" TO WS-CONTA-ENCERRADA
           IF CADASTRO-ABERTO
               MOVE LD-CONTA TO CM-CONTA
               READ CONTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-PRODUTO = "P"
                           MOVE WS-FRANQUIA-POUPANCA TO
                               WS-FRANQUIA-CONTA
                       END-IF
                       IF CM-SITUACAO = "E"
                           MOVE "S" TO WS-CONTA-ENCERRADA
                       END-IF
               END-READ
           END-IF.

       GRAVAR-LINHA-TARIFA.
           ADD 1 TO WS-QTD-CONTAS
           COMPUTE WS-QTD-EXCEDENTES = LD-QTD-MES - WS-FRANQUIA-CONTA
           COMPUTE WS-TARIFA-CONTA =
               WS-QTD-EXCEDENTES * WS-VALOR-TARIFA
           ADD WS-TARIFA-CONTA TO WS-TARIFA-TOTAL
