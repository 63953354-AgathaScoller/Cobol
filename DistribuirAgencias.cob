       IDENTIFICATION DIVISION.
       PROGRAM-ID. DistribuirAgencias.

      *    Separacao por agencia dos relatorios noturnos do banco:
      *    transacoes do lote (saque_relatorio.txt), reconciliacao
      *    do dia, cheques devolvidos, contas dormentes e posicao de
      *    numerario saem consolidados, com todas as agencias no
      *    mesmo arquivo. Cada programa gerador grava, junto com o
      *    consolidado, o arquivo de distribuicao
      *    data/<relatorio>_dist.dat (DISTFD.CPY) com as linhas que
      *    interessam as agencias e a agencia dona de cada uma; este
      *    passo monta uma copia por agencia,
      *    data/<relatorio>_agNNN.txt, com cabecalho, paginacao e
      *    total proprios, e cataloga cada copia no spool como
      *    <RELATORIO>-AGNNN, roteada ao destino da agencia: rota
      *    do proprio <RELATORIO>-AGNNN, se houver, senao a rota
      *    AGENCIA-NNN da tabela de rotas, senao AGENCIANNN. Assim
      *    a reimpressao no ConsultarSpool e feita por agencia.
      *    Linha sem agencia mas com conta (cheque devolvido) fica
      *    com a agencia do ultimo movimento da conta que trouxe
      *    agencia; sem nenhuma, vai para a copia da agencia 000,
      *    que e da central (OPERACAO).
      *    O resumo das copias geradas sai em
      *    data/distribuicao_agencias.txt. Relatorio sem arquivo de
      *    distribuicao (passo gerador nao rodou ou foi retomado) ou
      *    agencia alem da capacidade da tabela terminam o passo com
      *    RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DISTSEL.CPY".

           SELECT COPIA-AGENCIA-FILE ASSIGN TO DYNAMIC
                   WS-COPIA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPIA-STATUS.

           SELECT MOVIMENTO-FILE ASSIGN TO "data/saque_movimentos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.

           SELECT RESUMO-REPORT ASSIGN TO
                   "data/distribuicao_agencias.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "SPOOLSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       COPY "DISTFD.CPY".

       FD  COPIA-AGENCIA-FILE.
       01  COPIA-LINE           PIC X(132).

       FD  MOVIMENTO-FILE.
       COPY "MOVREC.CPY".

       FD  RESUMO-REPORT.
       01  REPORT-LINE          PIC X(100).

       COPY "SPOOLFD.CPY".

       COPY "RUNHFD.CPY".

       COPY "CTLFD.CPY".

       COPY "FERRFD.CPY".

       COPY "DNEGFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "SPOOLWS.CPY".
       COPY "RUNHWS.CPY".
       COPY "CTLWS.CPY".
           COPY "FERRWS.CPY".
           COPY "DNEGWS.CPY".
           COPY "DISTWS.CPY".
       01 WS-COPIA-STATUS     PIC XX.
       01 WS-MOVIMENTO-STATUS PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-COPIA-NOME       PIC X(44).
       01 WS-DIST-PROGRAMA    PIC X(20).
       01 WS-EOF-DIST         PIC X VALUE "N".
           88 FIM-DISTRIBUICAO    VALUE "S".
       01 WS-EOF-MOVIMENTO    PIC X VALUE "N".
           88 FIM-MOVIMENTO       VALUE "S".
       01 WS-HOJE             PIC 9(8).
      *    Relatorios separados: codigo (nome no spool), caminho
      *    base (sem extensao) e titulo do cabecalho da copia.
       01 WS-REL-TAB.
           05 FILLER PIC X(8)  VALUE "SAQUEREL".
           05 FILLER PIC X(36) VALUE "data/saque_relatorio".
           05 FILLER PIC X(30) VALUE "Transacoes do lote".
           05 FILLER PIC X(8)  VALUE "RECONCIL".
           05 FILLER PIC X(36) VALUE "data/saque_reconciliacao".
           05 FILLER PIC X(30) VALUE "Reconciliacao de fim de dia".
           05 FILLER PIC X(8)  VALUE "DEVOLVID".
           05 FILLER PIC X(36) VALUE "data/cheques_devolvidos".
           05 FILLER PIC X(30) VALUE "Cheques devolvidos".
           05 FILLER PIC X(8)  VALUE "DORMENTE".
           05 FILLER PIC X(36) VALUE "data/dormentes_relatorio".
           05 FILLER PIC X(30) VALUE "Contas dormentes".
           05 FILLER PIC X(8)  VALUE "POSCAIXA".
           05 FILLER PIC X(36) VALUE "data/caixa_posicao_relatorio".
           05 FILLER PIC X(30) VALUE "Posicao de numerario".
       01 WS-REL-RED REDEFINES WS-REL-TAB.
           05 WS-REL OCCURS 5 TIMES.
               10 WS-REL-CODIGO   PIC X(8).
               10 WS-REL-BASE     PIC X(36).
               10 WS-REL-TITULO   PIC X(30).
       01 WS-IDX-REL          PIC 9(2).
      *    Linhas de cabecalho do relatorio (DA-TIPO "C"), repetidas
      *    no topo de cada pagina das copias.
       01 WS-TAB-CABECALHO.
           05 WS-CAB-LINHA OCCURS 10 TIMES PIC X(132).
       01 WS-QTD-CABECALHO    PIC 9(2) VALUE 0.
       01 WS-IDX-CAB          PIC 9(2).
      *    Agencias com linha no relatorio, com linhas e valor.
       01 WS-TAB-AGENCIAS.
           05 WS-AG-ENT OCCURS 90 TIMES.
               10 AT-AGENCIA      PIC 9(3).
               10 AT-LINHAS       PIC 9(6).
               10 AT-VALOR        PIC S9(11)V99.
       01 WS-QTD-AGENCIAS     PIC 9(3) VALUE 0.
       01 WS-IDX-AG           PIC 9(3).
       01 WS-AG-CORRENTE      PIC 9(3).
      *    Contas de linhas sem agencia, com a agencia apurada no
      *    movimento (zero = nao apurada).
       01 WS-TAB-CONTAS.
           05 WS-CT-ENT OCCURS 1000 TIMES.
               10 RC-CONTA        PIC 9(6).
               10 RC-AGENCIA      PIC 9(3).
       01 WS-QTD-CONTAS       PIC 9(4) VALUE 0.
       01 WS-IDX-CT           PIC 9(4).
       01 WS-AGENCIA-LINHA    PIC 9(3).
       01 WS-AGENCIA-COPIA    PIC 9(3).
       01 WS-DESTINO-AGENCIA  PIC X(10).
       01 WS-CHAVE-ROTA       PIC X(20).
       01 WS-LINHAS-POR-PAGINA PIC 9(2) VALUE 50.
       01 WS-LINHA-ATUAL      PIC 9(2).
       01 WS-PAGINA-ATUAL     PIC 9(3).
       01 WS-VALOR-EDIT       PIC -(11)9.99.
       01 WS-QTD-LIDAS        PIC 9(8) VALUE 0.
       01 WS-QTD-COPIAS       PIC 9(6) VALUE 0.
       01 WS-QTD-FORA         PIC 9(8) VALUE 0.
       01 WS-QTD-SEM-ARQUIVO  PIC 9(2) VALUE 0.
       01 WS-SOMA-VALOR       PIC S9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           OPEN OUTPUT RESUMO-REPORT
           MOVE "distribuicao_agencias.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Separacao dos relatorios por agencia em "
                      DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RELATORIO AGENCIA DESTINO    LINHAS PAGINAS"
                      DELIMITED BY SIZE
                  "            VALOR ARQUIVO" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING WS-IDX-REL FROM 1 BY 1
                   UNTIL WS-IDX-REL > 5
               PERFORM SEPARAR-RELATORIO
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING "Copias geradas: " DELIMITED BY SIZE
                  WS-QTD-COPIAS DELIMITED BY SIZE
                  "  Linhas fora da tabela de agencias: "
                      DELIMITED BY SIZE
                  WS-QTD-FORA DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE RESUMO-REPORT

           DISPLAY "Copias por agencia geradas: " WS-QTD-COPIAS

           IF WS-QTD-SEM-ARQUIVO > 0 OR WS-QTD-FORA > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-LIDAS TO CT-LIDOS
           MOVE WS-QTD-COPIAS TO CT-GRAVADOS
           MOVE WS-QTD-FORA TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           IF WS-SOMA-VALOR < 0
               MOVE 0 TO CT-TOTAL-CHAVE
           ELSE
               MOVE WS-SOMA-VALOR TO CT-TOTAL-CHAVE
           END-IF
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-LIDAS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

      *    Um relatorio: cabecalhos e contas a apurar (1a leitura),
      *    agencia das contas pelo movimento, agencias com linhas
      *    (2a leitura) e uma copia por agencia.
       SEPARAR-RELATORIO.
           INITIALIZE WS-TAB-CABECALHO
           INITIALIZE WS-TAB-AGENCIAS
           INITIALIZE WS-TAB-CONTAS
           MOVE 0 TO WS-QTD-CABECALHO
           MOVE 0 TO WS-QTD-AGENCIAS
           MOVE 0 TO WS-QTD-CONTAS

           MOVE SPACES TO WS-DIST-NOME
           STRING FUNCTION TRIM(WS-REL-BASE(WS-IDX-REL))
                      DELIMITED BY SIZE
                  "_dist.dat" DELIMITED BY SIZE
                  INTO WS-DIST-NOME
           END-STRING

           OPEN INPUT DIST-AG-FILE
           IF WS-DIST-STATUS NOT = "00"
               ADD 1 TO WS-QTD-SEM-ARQUIVO
               MOVE SPACES TO REPORT-LINE
               STRING WS-REL-CODIGO(WS-IDX-REL) DELIMITED BY SIZE
                      "  sem arquivo de distribuicao ("
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DIST-NOME) DELIMITED BY SIZE
                      ") - nao separado" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               PERFORM LER-CABECALHOS-E-CONTAS
               CLOSE DIST-AG-FILE
               IF WS-QTD-CONTAS > 0
                   PERFORM APURAR-AGENCIA-CONTAS
               END-IF
               PERFORM CONTAR-LINHAS-AGENCIAS
               PERFORM VARYING WS-IDX-AG FROM 1 BY 1
                       UNTIL WS-IDX-AG > WS-QTD-AGENCIAS
                   PERFORM GERAR-COPIA-AGENCIA
               END-PERFORM
           END-IF.

       LER-CABECALHOS-E-CONTAS.
           MOVE "N" TO WS-EOF-DIST
           PERFORM UNTIL FIM-DISTRIBUICAO
               READ DIST-AG-FILE
                   AT END
                       MOVE "S" TO WS-EOF-DIST
                   NOT AT END
                       IF DA-TIPO = "C"
                           IF WS-QTD-CABECALHO < 10
                               ADD 1 TO WS-QTD-CABECALHO
                               MOVE DA-LINHA TO
                                   WS-CAB-LINHA(WS-QTD-CABECALHO)
                           END-IF
                       ELSE
                           IF DA-AGENCIA = 0 AND DA-CONTA > 0
                               PERFORM GUARDAR-CONTA-A-APURAR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       GUARDAR-CONTA-A-APURAR.
           MOVE 0 TO WS-AG-CORRENTE
           PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                   UNTIL WS-IDX-CT > WS-QTD-CONTAS
               IF RC-CONTA(WS-IDX-CT) = DA-CONTA
                   MOVE 1 TO WS-AG-CORRENTE
               END-IF
           END-PERFORM
           IF WS-AG-CORRENTE = 0 AND WS-QTD-CONTAS < 1000
               ADD 1 TO WS-QTD-CONTAS
               MOVE DA-CONTA TO RC-CONTA(WS-QTD-CONTAS)
               MOVE 0 TO RC-AGENCIA(WS-QTD-CONTAS)
           END-IF.

      *    Uma passada do movimento online: vale a agencia do
      *    ultimo movimento da conta que trouxe agencia.
       APURAR-AGENCIA-CONTAS.
           MOVE "N" TO WS-EOF-MOVIMENTO
           OPEN INPUT MOVIMENTO-FILE
           IF WS-MOVIMENTO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-MOVIMENTO
           END-IF

           PERFORM UNTIL FIM-MOVIMENTO
               READ MOVIMENTO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-MOVIMENTO
                   NOT AT END
                       IF MV-AGENCIA NOT = 0
                           PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                                   UNTIL WS-IDX-CT > WS-QTD-CONTAS
                               IF RC-CONTA(WS-IDX-CT) = MV-CONTA
                                   MOVE MV-AGENCIA TO
                                       RC-AGENCIA(WS-IDX-CT)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-MOVIMENTO-STATUS = "00" OR WS-MOVIMENTO-STATUS = "10"
               CLOSE MOVIMENTO-FILE
           END-IF.

      *    Agencia da linha de detalhe corrente do arquivo de
      *    distribuicao.
       DEFINIR-AGENCIA-LINHA.
           MOVE DA-AGENCIA TO WS-AGENCIA-LINHA
           IF DA-AGENCIA = 0 AND DA-CONTA > 0
               PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                       UNTIL WS-IDX-CT > WS-QTD-CONTAS
                   IF RC-CONTA(WS-IDX-CT) = DA-CONTA
                       MOVE RC-AGENCIA(WS-IDX-CT) TO WS-AGENCIA-LINHA
                   END-IF
               END-PERFORM
           END-IF.

       CONTAR-LINHAS-AGENCIAS.
           OPEN INPUT DIST-AG-FILE
           MOVE "N" TO WS-EOF-DIST
           PERFORM UNTIL FIM-DISTRIBUICAO
               READ DIST-AG-FILE
                   AT END
                       MOVE "S" TO WS-EOF-DIST
                   NOT AT END
                       IF DA-TIPO NOT = "C"
                           ADD 1 TO WS-QTD-LIDAS
                           PERFORM DEFINIR-AGENCIA-LINHA
                           PERFORM ACUMULAR-AGENCIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIST-AG-FILE.

       ACUMULAR-AGENCIA.
           MOVE 0 TO WS-AG-CORRENTE
           PERFORM VARYING WS-IDX-AG FROM 1 BY 1
                   UNTIL WS-IDX-AG > WS-QTD-AGENCIAS
               IF AT-AGENCIA(WS-IDX-AG) = WS-AGENCIA-LINHA
                   MOVE WS-IDX-AG TO WS-AG-CORRENTE
               END-IF
           END-PERFORM

           IF WS-AG-CORRENTE = 0 AND WS-QTD-AGENCIAS < 90
               ADD 1 TO WS-QTD-AGENCIAS
               MOVE WS-QTD-AGENCIAS TO WS-AG-CORRENTE
               MOVE WS-AGENCIA-LINHA TO AT-AGENCIA(WS-AG-CORRENTE)
               MOVE 0 TO AT-LINHAS(WS-AG-CORRENTE)
               MOVE 0 TO AT-VALOR(WS-AG-CORRENTE)
           END-IF

           IF WS-AG-CORRENTE = 0
               ADD 1 TO WS-QTD-FORA
           ELSE
               ADD 1 TO AT-LINHAS(WS-AG-CORRENTE)
               ADD DA-VALOR TO AT-VALOR(WS-AG-CORRENTE)
               ADD DA-VALOR TO WS-SOMA-VALOR
           END-IF.

      *    Copia de uma agencia: as linhas dela na ordem do
      *    consolidado, com cabecalho a cada pagina e total no fim.
       GERAR-COPIA-AGENCIA.
           MOVE AT-AGENCIA(WS-IDX-AG) TO WS-AGENCIA-COPIA
           MOVE SPACES TO WS-COPIA-NOME
           STRING FUNCTION TRIM(WS-REL-BASE(WS-IDX-REL))
                      DELIMITED BY SIZE
                  "_ag" DELIMITED BY SIZE
                  WS-AGENCIA-COPIA DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-COPIA-NOME
           END-STRING

           OPEN OUTPUT COPIA-AGENCIA-FILE
           MOVE WS-COPIA-NOME TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-COPIA-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE 0 TO WS-PAGINA-ATUAL
           PERFORM IMPRIMIR-CABECALHO-COPIA

           OPEN INPUT DIST-AG-FILE
           MOVE "N" TO WS-EOF-DIST
           PERFORM UNTIL FIM-DISTRIBUICAO
               READ DIST-AG-FILE
                   AT END
                       MOVE "S" TO WS-EOF-DIST
                   NOT AT END
                       IF DA-TIPO NOT = "C"
                           PERFORM DEFINIR-AGENCIA-LINHA
                           IF WS-AGENCIA-LINHA = WS-AGENCIA-COPIA
                               PERFORM IMPRIMIR-LINHA-COPIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIST-AG-FILE

           MOVE AT-VALOR(WS-IDX-AG) TO WS-VALOR-EDIT
           MOVE SPACES TO COPIA-LINE
           WRITE COPIA-LINE
           MOVE SPACES TO COPIA-LINE
           STRING "Total da agencia " DELIMITED BY SIZE
                  WS-AGENCIA-COPIA DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  AT-LINHAS(WS-IDX-AG) DELIMITED BY SIZE
                  " linha(s)  Valor: " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  "  Paginas: " DELIMITED BY SIZE
                  WS-PAGINA-ATUAL DELIMITED BY SIZE
                  INTO COPIA-LINE
           END-STRING
           WRITE COPIA-LINE
           CLOSE COPIA-AGENCIA-FILE
           ADD 1 TO WS-QTD-COPIAS

           PERFORM DEFINIR-DESTINO-AGENCIA
           MOVE SPACES TO WS-DIST-PROGRAMA
           STRING WS-REL-CODIGO(WS-IDX-REL) DELIMITED BY SIZE
                  "-AG" DELIMITED BY SIZE
                  WS-AGENCIA-COPIA DELIMITED BY SIZE
                  INTO WS-DIST-PROGRAMA
           END-STRING
           MOVE WS-COPIA-NOME TO WS-SPOOL-ORIG-NOME
           MOVE WS-DESTINO-AGENCIA TO WS-SPOOL-DESTINO-PADRAO
           PERFORM REGISTRAR-SPOOL

           MOVE SPACES TO REPORT-LINE
           STRING WS-REL-CODIGO(WS-IDX-REL) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AGENCIA-COPIA DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-SPOOL-DESTINO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AT-LINHAS(WS-IDX-AG) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-PAGINA-ATUAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COPIA-NOME) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       IMPRIMIR-LINHA-COPIA.
           IF WS-LINHA-ATUAL >= WS-LINHAS-POR-PAGINA
               MOVE X"0C" TO COPIA-LINE
               WRITE COPIA-LINE
               PERFORM IMPRIMIR-CABECALHO-COPIA
           END-IF
           MOVE DA-LINHA TO COPIA-LINE
           WRITE COPIA-LINE
           ADD 1 TO WS-LINHA-ATUAL.

       IMPRIMIR-CABECALHO-COPIA.
           ADD 1 TO WS-PAGINA-ATUAL
           MOVE 0 TO WS-LINHA-ATUAL
           MOVE SPACES TO COPIA-LINE
           STRING FUNCTION TRIM(WS-REL-TITULO(WS-IDX-REL))
                      DELIMITED BY SIZE
                  " - agencia " DELIMITED BY SIZE
                  WS-AGENCIA-COPIA DELIMITED BY SIZE
                  INTO COPIA-LINE
           END-STRING
           WRITE COPIA-LINE

           MOVE SPACES TO COPIA-LINE
           STRING "Data: " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  "   Pagina: " DELIMITED BY SIZE
                  WS-PAGINA-ATUAL DELIMITED BY SIZE
                  INTO COPIA-LINE
           END-STRING
           WRITE COPIA-LINE

           PERFORM VARYING WS-IDX-CAB FROM 1 BY 1
                   UNTIL WS-IDX-CAB > WS-QTD-CABECALHO
               MOVE WS-CAB-LINHA(WS-IDX-CAB) TO COPIA-LINE
               WRITE COPIA-LINE
           END-PERFORM

           MOVE "------------------------------------------" TO
               COPIA-LINE
           WRITE COPIA-LINE.

      *    Destino da agencia na tabela de rotas do spool (chave
      *    AGENCIA-NNN); sem rota, AGENCIANNN. A agencia 000 e a
      *    central.
       DEFINIR-DESTINO-AGENCIA.
           IF WS-AGENCIA-COPIA = 0
               MOVE "OPERACAO" TO WS-DESTINO-AGENCIA
           ELSE
               MOVE SPACES TO WS-DESTINO-AGENCIA
               STRING "AGENCIA" DELIMITED BY SIZE
                      WS-AGENCIA-COPIA DELIMITED BY SIZE
                      INTO WS-DESTINO-AGENCIA
               END-STRING
               MOVE SPACES TO WS-CHAVE-ROTA
               STRING "AGENCIA-" DELIMITED BY SIZE
                      WS-AGENCIA-COPIA DELIMITED BY SIZE
                      INTO WS-CHAVE-ROTA
               END-STRING

               MOVE "N" TO WS-SPOOL-EOF
               OPEN INPUT SPOOL-ROTA-FILE
               IF WS-SPOOL-ROTA-STATUS NOT = "00"
                   MOVE "S" TO WS-SPOOL-EOF
               END-IF
               PERFORM UNTIL WS-SPOOL-EOF = "S"
                   READ SPOOL-ROTA-FILE
                       AT END
                           MOVE "S" TO WS-SPOOL-EOF
                       NOT AT END
                           IF RT-PROGRAMA = WS-CHAVE-ROTA
                               MOVE RT-DESTINO TO WS-DESTINO-AGENCIA
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-SPOOL-ROTA-STATUS = "00" OR
                       WS-SPOOL-ROTA-STATUS = "10"
                   CLOSE SPOOL-ROTA-FILE
               END-IF
           END-IF.

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY WS-DIST-PROGRAMA.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "DistribuirAgencias".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "DistribuirAgencias".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "DistribuirAgencias".
