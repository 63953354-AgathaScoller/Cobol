       IDENTIFICATION DIVISION.
       PROGRAM-ID. InformeRendimentos.

      *    Informe de rendimentos anual por CPF, para a declaracao de
      *    imposto de renda do cliente (roda em fevereiro, para o
      *    ano-calendario anterior). Agrupa as contas pelo titular
      *    (CM-CPF, cadastro de clientes) e, para cada conta, traz:
      *      - o saldo em 31/12 do ano anterior e do ano-calendario,
      *        da posicao de fim de ano que o passo FecharSaldosAno
      *        grava em data/saldos_anuais.dat (sem posicao gravada o
      *        saldo sai como N/D);
      *      - os juros de cheque especial cobrados no ano (movimento
      *        "J" do JurosCheque) e o rendimento de poupanca (movimento
      *        "P"), somados dos segmentos mensais do ano
      *        (data/saque_movimentos_AAAAMM.dat) e do online;
      *      - o valor sob bloqueio judicial em 31/12 do ano.
      *    Saidas: data/informe_rendimentos.txt, uma pagina por CPF
      *    para impressao, e data/informe_rendimentos_AAAA.dat em
      *    layout fixo para o bureau de informacoes fiscais.
      *    Ano e CPF pelo cartao data/informe_rend_parm.dat (CPF zero
      *    = todos os clientes) ou pelo terminal; sem ano informado
      *    vale o ano anterior ao corrente.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTO-FILE ASSIGN TO "data/saque_movimentos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.

      *    Segmentos mensais fechados pelo corte (ParticionarMovimento).
           SELECT MOVSEG-FILE ASSIGN TO DYNAMIC WS-MOVSEG-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVSEG-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "data/clientes_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CPF
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT CONTA-FILE ASSIGN TO "data/contas_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT SALDO-ANUAL-FILE ASSIGN TO "data/saldos_anuais.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-CHAVE
               FILE STATUS IS WS-SALDO-ANUAL-STATUS.

           SELECT INFORME-REPORT ASSIGN TO
                   "data/informe_rendimentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.

           SELECT BUREAU-FILE ASSIGN TO DYNAMIC WS-BUREAU-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUREAU-STATUS.

           SELECT PARM-FILE ASSIGN TO "data/informe_rend_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           COPY "SPOOLSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMENTO-FILE.
       COPY "MOVREC.CPY".

       FD  MOVSEG-FILE.
       01  MOVSEG-REC           PIC X(87).

       FD  CLIENTE-FILE.
       COPY "CLIREC.CPY".

       FD  CONTA-FILE.
       COPY "CONTAREC.CPY".

       FD  SALDO-ANUAL-FILE.
       COPY "SALANREC.CPY".

       FD  INFORME-REPORT.
       01  INFORME-LINE         PIC X(80).

      *    Registro para o bureau de informacoes fiscais.
      *    IR-TIPO-REG: "H" header (ano e data de geracao), "D" uma
      *    conta do CPF, "T" trailer (IR-QTD-REGS = quantidade de
      *    detalhes). Saldos com sinal em campo proprio ("+" ou
      *    "-"); sinal "*" = posicao de fim de ano nao gravada para
      *    a conta (valor zero, nao apurado).
       FD  BUREAU-FILE.
       01  BUREAU-REC.
           05 IR-TIPO-REG        PIC X(1).
           05 IR-ANO             PIC 9(4).
           05 IR-CPF             PIC 9(11).
           05 IR-DETALHE.
               10 IR-NOME        PIC X(20).
               10 IR-CONTA       PIC 9(6).
               10 IR-PRODUTO     PIC X(1).
               10 IR-SINAL-ANT   PIC X(1).
               10 IR-SALDO-ANT   PIC 9(9)V99.
               10 IR-SINAL-ATU   PIC X(1).
               10 IR-SALDO-ATU   PIC 9(9)V99.
               10 IR-JUROS       PIC 9(9)V99.
               10 IR-RENDIMENTO  PIC 9(9)V99.
               10 IR-BLOQUEADO   PIC 9(9)V99.
           05 IR-DATA-GERACAO    PIC 9(8).
           05 IR-QTD-REGS        PIC 9(8).

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-ANO          PIC 9(4).
           05 PARM-CPF          PIC 9(11).

       COPY "SPOOLFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "SPOOLWS.CPY".
       COPY "PARMWS.CPY".
       01 WS-PARM-ACHADO      PIC X(1).
       01 WS-MOVIMENTO-STATUS PIC XX.
       01 WS-MOVSEG-STATUS    PIC XX.
       01 WS-CLIENTE-STATUS   PIC XX.
       01 WS-CONTA-STATUS     PIC XX.
       01 WS-SALDO-ANUAL-STATUS PIC XX.
       01 WS-INFORME-STATUS   PIC XX.
       01 WS-BUREAU-STATUS    PIC XX.
       01 WS-MOVSEG-NOME      PIC X(44).
       01 WS-BUREAU-NOME      PIC X(44).
       01 WS-EOF-MOVIMENTO    PIC X VALUE "N".
           88 FIM-MOVIMENTO       VALUE "S".
       01 WS-EOF-MOVSEG       PIC X VALUE "N".
           88 FIM-MOVSEG          VALUE "S".
       01 WS-EOF-CLIENTE      PIC X VALUE "N".
           88 FIM-CLIENTES        VALUE "S".
       01 WS-EOF-CADASTRO     PIC X VALUE "N".
           88 FIM-CADASTRO        VALUE "S".
       01 WS-DATA-EMISSAO     PIC 9(8).
       01 WS-ANO              PIC 9(4) VALUE 0.
       01 WS-ANO-ANTERIOR     PIC 9(4).
       01 WS-CPF              PIC 9(11) VALUE 0.
       01 WS-MES              PIC 9(2).
       01 WS-ANO-MES          PIC 9(6).
      *    Juros e rendimento do ano por conta, apurados numa passada
      *    so pelo movimento do ano; so entram as contas que tiveram
      *    "J" ou "P" no ano.
       01 WS-TAB-MOVIMENTO.
           05 TM-ITEM OCCURS 5000 TIMES.
               10 TM-CONTA       PIC 9(6).
               10 TM-JUROS       PIC 9(9)V99.
               10 TM-RENDIMENTO  PIC 9(9)V99.
       01 WS-QTD-TM           PIC 9(4) VALUE 0.
       01 WS-IDX-TM           PIC 9(4).
       01 WS-TM-ACHADO        PIC 9(4).
       01 WS-TM-ESTOURO       PIC X(1) VALUE "N".
           88 TABELA-ESTOURADA    VALUE "S".
      *    Contas do CPF em processamento (mesmo limite do extrato
      *    consolidado).
       01 WS-CONTAS-CLIENTE.
           05 WS-CC-CONTA OCCURS 20 TIMES PIC 9(6).
           05 WS-CC-PRODUTO OCCURS 20 TIMES PIC X(1).
       01 WS-QTD-CC           PIC 9(2) VALUE 0.
       01 WS-IDX-CC           PIC 9(2).
      *    Valores da conta corrente do informe.
       01 WS-SALDO-ANT        PIC S9(9)V99.
       01 WS-SALDO-ATU        PIC S9(9)V99.
       01 WS-SALDO-ANT-OK     PIC X(1).
       01 WS-SALDO-ATU-OK     PIC X(1).
       01 WS-BLOQUEADO        PIC 9(9)V99.
       01 WS-JUROS            PIC 9(9)V99.
       01 WS-RENDIMENTO       PIC 9(9)V99.
      *    Totais do CPF.
       01 WS-TOT-SALDO-ANT    PIC S9(9)V99.
       01 WS-TOT-SALDO-ATU    PIC S9(9)V99.
       01 WS-TOT-BLOQUEADO    PIC 9(9)V99.
       01 WS-TOT-JUROS        PIC 9(9)V99.
       01 WS-TOT-RENDIMENTO   PIC 9(9)V99.
       01 WS-CPF-SEM-POSICAO  PIC X(1).
       01 WS-SALDO-ANT-EDIT   PIC -Z(6)9.99.
       01 WS-SALDO-ATU-EDIT   PIC -Z(6)9.99.
       01 WS-JUROS-EDIT       PIC Z(7)9.99.
       01 WS-RENDIMENTO-EDIT  PIC Z(7)9.99.
       01 WS-BLOQUEADO-EDIT   PIC Z(7)9.99.
       01 WS-COL-ANT          PIC X(11).
       01 WS-COL-ATU          PIC X(11).
       01 WS-PAGINA-ATUAL     PIC 9(5) VALUE 0.
       01 WS-QTD-CPFS         PIC 9(8) VALUE 0.
       01 WS-QTD-DETALHES     PIC 9(8) VALUE 0.
       01 WS-QTD-SEM-POSICAO  PIC 9(8) VALUE 0.
       01 WS-QTD-MOVIMENTOS   PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD

           PERFORM LER-CARTAO-PARAMETROS
           IF WS-PARM-ACHADO = "S"
               IF PARM-ANO IS NUMERIC
                   MOVE PARM-ANO TO WS-ANO
               END-IF
               IF PARM-CPF IS NUMERIC
                   MOVE PARM-CPF TO WS-CPF
               END-IF
           ELSE
               DISPLAY "Ano-calendario (AAAA, 0 = ano anterior): "
               ACCEPT WS-ANO
               DISPLAY "CPF do cliente (0 = todos): "
               ACCEPT WS-CPF
           END-IF

           IF WS-ANO = 0
               MOVE WS-DATA-EMISSAO(1:4) TO WS-ANO
               SUBTRACT 1 FROM WS-ANO
           END-IF
           COMPUTE WS-ANO-ANTERIOR = WS-ANO - 1

           PERFORM APURAR-MOVIMENTO-ANO
           IF TABELA-ESTOURADA
               DISPLAY "Mais de 5000 contas com juros/rendimento no "
                       "ano - informe nao gerado."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CLIENTE-FILE
           IF WS-CLIENTE-STATUS NOT = "00"
               DISPLAY "Cadastro de clientes indisponivel: "
                       WS-CLIENTE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CONTA-FILE
           IF WS-CONTA-STATUS NOT = "00"
               DISPLAY "Cadastro de contas indisponivel: "
                       WS-CONTA-STATUS
               CLOSE CLIENTE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT SALDO-ANUAL-FILE

           OPEN OUTPUT INFORME-REPORT

           MOVE SPACES TO WS-BUREAU-NOME
           STRING "data/informe_rendimentos_" DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-BUREAU-NOME
           END-STRING
           OPEN OUTPUT BUREAU-FILE
           MOVE SPACES TO BUREAU-REC
           MOVE "H" TO IR-TIPO-REG
           MOVE WS-ANO TO IR-ANO
           MOVE 0 TO IR-CPF
           MOVE WS-DATA-EMISSAO TO IR-DATA-GERACAO
           MOVE 0 TO IR-QTD-REGS
           WRITE BUREAU-REC

           IF WS-CPF NOT = 0
               MOVE WS-CPF TO CL-CPF
               READ CLIENTE-FILE
                   INVALID KEY
                       DISPLAY "CPF nao cadastrado: " WS-CPF
                   NOT INVALID KEY
                       PERFORM PROCESSAR-CLIENTE
               END-READ
           ELSE
               MOVE LOW-VALUES TO CL-CPF
               START CLIENTE-FILE KEY NOT < CL-CPF
                   INVALID KEY
                       MOVE "S" TO WS-EOF-CLIENTE
               END-START
               PERFORM UNTIL FIM-CLIENTES
                   READ CLIENTE-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-CLIENTE
                       NOT AT END
                           PERFORM PROCESSAR-CLIENTE
                   END-READ
               END-PERFORM
           END-IF

           MOVE SPACES TO BUREAU-REC
           MOVE "T" TO IR-TIPO-REG
           MOVE WS-ANO TO IR-ANO
           MOVE 0 TO IR-CPF
           MOVE WS-DATA-EMISSAO TO IR-DATA-GERACAO
           MOVE WS-QTD-DETALHES TO IR-QTD-REGS
           WRITE BUREAU-REC
           CLOSE BUREAU-FILE

           IF WS-QTD-CPFS = 0
               MOVE "Nenhum CPF com conta vinculada." TO INFORME-LINE
               WRITE INFORME-LINE
           END-IF
           CLOSE INFORME-REPORT

           IF WS-SALDO-ANUAL-STATUS = "00" OR
                   WS-SALDO-ANUAL-STATUS = "10"
               CLOSE SALDO-ANUAL-FILE
           END-IF
           CLOSE CONTA-FILE
           CLOSE CLIENTE-FILE

           MOVE "data/informe_rendimentos.txt" TO WS-SPOOL-ORIG-NOME
           PERFORM REGISTRAR-SPOOL

           DISPLAY "Informe de rendimentos " WS-ANO
                   ". CPFs: " WS-QTD-CPFS
                   "  Contas: " WS-QTD-DETALHES
           IF WS-QTD-SEM-POSICAO > 0
               DISPLAY "Contas sem posicao de fim de ano: "
                       WS-QTD-SEM-POSICAO
               MOVE 4 TO RETURN-CODE
           END-IF

           STRING "ANO=" DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
                  " CPF=" DELIMITED BY SIZE
                  WS-CPF DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           STRING "CPFS=" DELIMITED BY SIZE
                  WS-QTD-CPFS DELIMITED BY SIZE
                  " CONTAS=" DELIMITED BY SIZE
                  WS-QTD-DETALHES DELIMITED BY SIZE
                  INTO WS-AUDIT-SAIDA
           END-STRING
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

           COPY "PARMCARD.CPY" REPLACING
               ROTINA-NOME   BY LER-CARTAO-PARAMETROS
               ARQUIVO-PARM  BY PARM-FILE
               REGISTRO-PARM BY PARM-REC
               FLAG-ACHADO   BY WS-PARM-ACHADO.

      *    Juros "J" e rendimento "P" aprovados do ano: os doze
      *    segmentos mensais do ano (os que o corte ja fechou) e o
      *    online, que guarda o mes corrente.
       APURAR-MOVIMENTO-ANO.
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
               COMPUTE WS-ANO-MES = WS-ANO * 100 + WS-MES
               PERFORM LER-SEGMENTO-DO-MES
           END-PERFORM

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
                       PERFORM ACUMULAR-MOVIMENTO-ANO
               END-READ
           END-PERFORM

           IF WS-MOVIMENTO-STATUS = "00" OR WS-MOVIMENTO-STATUS = "10"
               CLOSE MOVIMENTO-FILE
           END-IF.

       LER-SEGMENTO-DO-MES.
           MOVE SPACES TO WS-MOVSEG-NOME
           STRING "data/saque_movimentos_" DELIMITED BY SIZE
                  WS-ANO-MES DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-MOVSEG-NOME
           END-STRING

           MOVE "N" TO WS-EOF-MOVSEG
           OPEN INPUT MOVSEG-FILE
           IF WS-MOVSEG-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-MOVSEG
           END-IF

           PERFORM UNTIL FIM-MOVSEG
               READ MOVSEG-FILE
                   AT END
                       MOVE "S" TO WS-EOF-MOVSEG
                   NOT AT END
                       MOVE MOVSEG-REC TO MOVIMENTO-REC
                       PERFORM ACUMULAR-MOVIMENTO-ANO
               END-READ
           END-PERFORM

           IF WS-MOVSEG-STATUS = "00" OR WS-MOVSEG-STATUS = "10"
               CLOSE MOVSEG-FILE
           END-IF.

       ACUMULAR-MOVIMENTO-ANO.
           IF MV-DATA(1:4) = WS-ANO AND MV-RESULTADO = "A" AND
                   (MV-TIPO = "J" OR MV-TIPO = "P")
               ADD 1 TO WS-QTD-MOVIMENTOS
               PERFORM LOCALIZAR-CONTA-TABELA
               IF WS-TM-ACHADO > 0
                   IF MV-TIPO = "J"
                       ADD MV-VALOR TO TM-JUROS(WS-TM-ACHADO)
                   ELSE
                       ADD MV-VALOR TO TM-RENDIMENTO(WS-TM-ACHADO)
                   END-IF
               END-IF
           END-IF.

      *    Posicao da conta na tabela; conta nova entra no fim.
       LOCALIZAR-CONTA-TABELA.
           MOVE 0 TO WS-TM-ACHADO
           PERFORM VARYING WS-IDX-TM FROM 1 BY 1
                   UNTIL WS-IDX-TM > WS-QTD-TM OR WS-TM-ACHADO > 0
               IF TM-CONTA(WS-IDX-TM) = MV-CONTA
                   MOVE WS-IDX-TM TO WS-TM-ACHADO
               END-IF
           END-PERFORM

           IF WS-TM-ACHADO = 0
               IF WS-QTD-TM < 5000
                   ADD 1 TO WS-QTD-TM
                   MOVE MV-CONTA TO TM-CONTA(WS-QTD-TM)
                   MOVE 0 TO TM-JUROS(WS-QTD-TM)
                   MOVE 0 TO TM-RENDIMENTO(WS-QTD-TM)
                   MOVE WS-QTD-TM TO WS-TM-ACHADO
               ELSE
                   MOVE "S" TO WS-TM-ESTOURO
               END-IF
           END-IF.

      *    Um CPF: contas vinculadas no cadastro; CPF sem conta nao
      *    gera informe.
       PROCESSAR-CLIENTE.
           PERFORM CARREGAR-CONTAS-DO-CLIENTE
           IF WS-QTD-CC > 0
               ADD 1 TO WS-QTD-CPFS
               MOVE 0 TO WS-TOT-SALDO-ANT
               MOVE 0 TO WS-TOT-SALDO-ATU
               MOVE 0 TO WS-TOT-BLOQUEADO
               MOVE 0 TO WS-TOT-JUROS
               MOVE 0 TO WS-TOT-RENDIMENTO
               MOVE "N" TO WS-CPF-SEM-POSICAO
               PERFORM IMPRIMIR-CABECALHO
               PERFORM VARYING WS-IDX-CC FROM 1 BY 1
                       UNTIL WS-IDX-CC > WS-QTD-CC
                   PERFORM PROCESSAR-CONTA-CLIENTE
               END-PERFORM
               PERFORM IMPRIMIR-RODAPE
           END-IF.

       CARREGAR-CONTAS-DO-CLIENTE.
           MOVE 0 TO WS-QTD-CC
           MOVE "N" TO WS-EOF-CADASTRO
           MOVE LOW-VALUES TO CM-CONTA
           START CONTA-FILE KEY NOT < CM-CONTA
               INVALID KEY
                   MOVE "S" TO WS-EOF-CADASTRO
           END-START

           PERFORM UNTIL FIM-CADASTRO
               READ CONTA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-CADASTRO
                   NOT AT END
                       IF CM-CPF = CL-CPF AND WS-QTD-CC < 20
                           ADD 1 TO WS-QTD-CC
                           MOVE CM-CONTA TO WS-CC-CONTA(WS-QTD-CC)
                           MOVE CM-PRODUTO TO
                               WS-CC-PRODUTO(WS-QTD-CC)
                       END-IF
               END-READ
           END-PERFORM.

       PROCESSAR-CONTA-CLIENTE.
           MOVE 0 TO WS-SALDO-ANT
           MOVE 0 TO WS-SALDO-ATU
           MOVE 0 TO WS-BLOQUEADO
           MOVE 0 TO WS-JUROS
           MOVE 0 TO WS-RENDIMENTO
           MOVE "N" TO WS-SALDO-ANT-OK
           MOVE "N" TO WS-SALDO-ATU-OK

           IF WS-SALDO-ANUAL-STATUS = "00"
               MOVE WS-CC-CONTA(WS-IDX-CC) TO SA-CONTA
               MOVE WS-ANO-ANTERIOR TO SA-ANO
               READ SALDO-ANUAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SA-SALDO TO WS-SALDO-ANT
                       MOVE "S" TO WS-SALDO-ANT-OK
               END-READ

               MOVE WS-CC-CONTA(WS-IDX-CC) TO SA-CONTA
               MOVE WS-ANO TO SA-ANO
               READ SALDO-ANUAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SA-SALDO TO WS-SALDO-ATU
                       MOVE SA-BLOQUEADO TO WS-BLOQUEADO
                       MOVE "S" TO WS-SALDO-ATU-OK
               END-READ
           END-IF

           IF WS-SALDO-ANT-OK = "N" OR WS-SALDO-ATU-OK = "N"
               MOVE "S" TO WS-CPF-SEM-POSICAO
               ADD 1 TO WS-QTD-SEM-POSICAO
           END-IF

           PERFORM VARYING WS-IDX-TM FROM 1 BY 1
                   UNTIL WS-IDX-TM > WS-QTD-TM
               IF TM-CONTA(WS-IDX-TM) = WS-CC-CONTA(WS-IDX-CC)
                   MOVE TM-JUROS(WS-IDX-TM) TO WS-JUROS
                   MOVE TM-RENDIMENTO(WS-IDX-TM) TO WS-RENDIMENTO
               END-IF
           END-PERFORM

           ADD WS-SALDO-ANT TO WS-TOT-SALDO-ANT
           ADD WS-SALDO-ATU TO WS-TOT-SALDO-ATU
           ADD WS-BLOQUEADO TO WS-TOT-BLOQUEADO
           ADD WS-JUROS TO WS-TOT-JUROS
           ADD WS-RENDIMENTO TO WS-TOT-RENDIMENTO

           PERFORM IMPRIMIR-LINHA-CONTA
           PERFORM GRAVAR-DETALHE-BUREAU.

       IMPRIMIR-LINHA-CONTA.
           IF WS-SALDO-ANT-OK = "S"
               MOVE WS-SALDO-ANT TO WS-SALDO-ANT-EDIT
               MOVE WS-SALDO-ANT-EDIT TO WS-COL-ANT
           ELSE
               MOVE "        N/D" TO WS-COL-ANT
           END-IF
           IF WS-SALDO-ATU-OK = "S"
               MOVE WS-SALDO-ATU TO WS-SALDO-ATU-EDIT
               MOVE WS-SALDO-ATU-EDIT TO WS-COL-ATU
           ELSE
               MOVE "        N/D" TO WS-COL-ATU
           END-IF
           MOVE WS-JUROS TO WS-JUROS-EDIT
           MOVE WS-RENDIMENTO TO WS-RENDIMENTO-EDIT
           MOVE WS-BLOQUEADO TO WS-BLOQUEADO-EDIT

           MOVE SPACES TO INFORME-LINE
           STRING WS-CC-CONTA(WS-IDX-CC) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CC-PRODUTO(WS-IDX-CC) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COL-ANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COL-ATU DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-JUROS-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RENDIMENTO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BLOQUEADO-EDIT DELIMITED BY SIZE
                  INTO INFORME-LINE
           END-STRING
           WRITE INFORME-LINE.

       GRAVAR-DETALHE-BUREAU.
           MOVE SPACES TO BUREAU-REC
           MOVE "D" TO IR-TIPO-REG
           MOVE WS-ANO TO IR-ANO
           MOVE CL-CPF TO IR-CPF
           MOVE CL-NOME TO IR-NOME
           MOVE WS-CC-CONTA(WS-IDX-CC) TO IR-CONTA
           MOVE WS-CC-PRODUTO(WS-IDX-CC) TO IR-PRODUTO
           IF WS-SALDO-ANT-OK = "N"
               MOVE "*" TO IR-SINAL-ANT
           ELSE
               IF WS-SALDO-ANT < 0
                   MOVE "-" TO IR-SINAL-ANT
               ELSE
                   MOVE "+" TO IR-SINAL-ANT
               END-IF
           END-IF
           MOVE WS-SALDO-ANT TO IR-SALDO-ANT
           IF WS-SALDO-ATU-OK = "N"
               MOVE "*" TO IR-SINAL-ATU
           ELSE
               IF WS-SALDO-ATU < 0
                   MOVE "-" TO IR-SINAL-ATU
               ELSE
                   MOVE "+" TO IR-SINAL-ATU
               END-IF
           END-IF
           MOVE WS-SALDO-ATU TO IR-SALDO-ATU
           MOVE WS-JUROS TO IR-JUROS
           MOVE WS-RENDIMENTO TO IR-RENDIMENTO
           MOVE WS-BLOQUEADO TO IR-BLOQUEADO
           MOVE WS-DATA-EMISSAO TO IR-DATA-GERACAO
           MOVE 0 TO IR-QTD-REGS
           WRITE BUREAU-REC
           ADD 1 TO WS-QTD-DETALHES.

      *    Uma pagina por CPF, no formato dos demais relatorios para
      *    entrega ao cliente (cabecalho, numero de pagina, rodape).
       IMPRIMIR-CABECALHO.
           ADD 1 TO WS-PAGINA-ATUAL
           MOVE SPACES TO INFORME-LINE
           STRING "Informe de rendimentos - ano-calendario "
                      DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
                  INTO INFORME-LINE
           END-STRING
           WRITE INFORME-LINE

           MOVE SPACES TO INFORME-LINE
           STRING "CPF: " DELIMITED BY SIZE
                  CL-CPF DELIMITED BY SIZE
                  "  Nome: " DELIMITED BY SIZE
                  CL-NOME DELIMITED BY SIZE
                  INTO INFORME-LINE
           END-STRING
           WRITE INFORME-LINE

           MOVE SPACES TO INFORME-LINE
           STRING "Data de emissao: " DELIMITED BY SIZE
                  WS-DATA-EMISSAO DELIMITED BY SIZE
                  "   Pagina: " DELIMITED BY SIZE
                  WS-PAGINA-ATUAL DELIMITED BY SIZE
                  INTO INFORME-LINE
           END-STRING
           WRITE INFORME-LINE

           MOVE ALL "-" TO INFORME-LINE
           WRITE INFORME-LINE

           MOVE SPACES TO INFORME-LINE
           STRING "CONTA  P  SALDO 31/12/" DELIMITED BY SIZE
                  WS-ANO-ANTERIOR DELIMITED BY SIZE
                  "     31/12/" DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
                  "  JUROS PAGOS  RENDIMENTO BLOQ. JUDIC."
                      DELIMITED BY SIZE
                  INTO INFORME-LINE
           END-STRING
           WRITE INFORME-LINE.

       IMPRIMIR-RODAPE.
           MOVE ALL "-" TO INFORME-LINE
           WRITE INFORME-LINE

           MOVE WS-TOT-SALDO-ANT TO WS-SALDO-ANT-EDIT
           MOVE WS-TOT-SALDO-ATU TO WS-SALDO-ATU-EDIT
           MOVE WS-TOT-JUROS TO WS-JUROS-EDIT
           MOVE WS-TOT-RENDIMENTO TO WS-RENDIMENTO-EDIT
           MOVE WS-TOT-BLOQUEADO TO WS-BLOQUEADO-EDIT
           MOVE SPACES TO INFORME-LINE
           STRING "TOTAL    " DELIMITED BY SIZE
                  WS-SALDO-ANT-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SALDO-ATU-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-JUROS-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RENDIMENTO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BLOQUEADO-EDIT DELIMITED BY SIZE
                  INTO INFORME-LINE
           END-STRING
           WRITE INFORME-LINE

           IF WS-CPF-SEM-POSICAO = "S"
               MOVE "N/D: posicao de fim de ano nao gravada."
                   TO INFORME-LINE
               WRITE INFORME-LINE
           END-IF

           MOVE SPACES TO INFORME-LINE
           STRING "Fim da pagina " DELIMITED BY SIZE
                  WS-PAGINA-ATUAL DELIMITED BY SIZE
                  INTO INFORME-LINE
           END-STRING
           WRITE INFORME-LINE.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "InformeRendimentos"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "InformeRendimentos".
