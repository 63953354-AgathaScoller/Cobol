       IDENTIFICATION DIVISION.
       PROGRAM-ID. LiquidarBoletos.

      *    Liquidacao noturna dos pagamentos de conta (boletos): le
      *    os pagamentos aprovados no dia pelo lote de VerificarSaque
      *    (data/boletos_pagos.dat) e grava um arquivo de liquidacao
      *    de saida por banco beneficiario,
      *    data/boletos_liq_NNN_AAAAMMDD.dat (NNN = banco), com
      *    header, um detalhe por boleto e trailer com a quantidade
      *    e o valor total. O resumo por banco sai em
      *    data/boletos_liquidacao.txt. O arquivo do dia e regerado
      *    por inteiro a cada execucao, entao uma reexecucao nao
      *    duplica pagamento. Mais bancos do que cabem na tabela
      *    termina o passo com RC 8 (liquidacao incompleta).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLETO-PAGO-FILE ASSIGN TO "data/boletos_pagos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOLETO-PAGO-STATUS.

           SELECT LIQUIDACAO-FILE ASSIGN TO DYNAMIC WS-LIQUIDACAO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIQUIDACAO-STATUS.

           SELECT RESUMO-REPORT ASSIGN TO
                   "data/boletos_liquidacao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  BOLETO-PAGO-FILE.
       COPY "BOLPGREC.CPY".

      *    Registro de liquidacao enviado ao banco beneficiario.
      *    LQ-TIPO-REG: "H" header, "D" detalhe (um por boleto),
      *    "T" trailer (LQ-VALOR = soma dos detalhes,
      *    LQ-QTD-REGS = quantidade de detalhes).
       FD  LIQUIDACAO-FILE.
       01  LIQUIDACAO-REC.
           05 LQ-TIPO-REG        PIC X(1).
           05 LQ-DATA            PIC 9(8).
           05 LQ-BANCO           PIC 9(3).
           05 LQ-DETALHE.
               10 LQ-SEQ         PIC 9(8).
               10 LQ-AGENCIA     PIC 9(3).
               10 LQ-CONTA       PIC 9(6).
               10 LQ-LINHA       PIC X(47).
               10 LQ-VENCIMENTO  PIC 9(8).
           05 LQ-VALOR           PIC 9(10)V99.
           05 LQ-QTD-REGS        PIC 9(8).

       FD  RESUMO-REPORT.
       01  REPORT-LINE          PIC X(60).

       COPY "RUNHFD.CPY".

       COPY "CTLFD.CPY".

       COPY "FERRFD.CPY".

       COPY "DNEGFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "RUNHWS.CPY".
       COPY "CTLWS.CPY".
           COPY "FERRWS.CPY".
           COPY "DNEGWS.CPY".
       01 WS-BOLETO-PAGO-STATUS PIC XX.
       01 WS-LIQUIDACAO-STATUS PIC XX.
       01 WS-REPORT-STATUS     PIC XX.
       01 WS-LIQUIDACAO-NOME   PIC X(44).
       01 WS-EOF-BOLETO        PIC X(1).
           88 FIM-BOLETOS          VALUE "S".
       01 WS-HOJE              PIC 9(8).
       01 WS-QTD-LIDOS         PIC 9(8) VALUE 0.
       01 WS-QTD-LIQUIDADOS    PIC 9(8) VALUE 0.
       01 WS-QTD-FORA-TABELA   PIC 9(8) VALUE 0.
       01 WS-SOMA-LIQUIDADA    PIC 9(10)V99 VALUE 0.
       01 WS-VALOR-EDIT        PIC Z(9)9.99.
       01 WS-IDX-BCO           PIC 9(3).
       01 WS-BCO-CORRENTE      PIC 9(3).
      *    Totais do dia por banco beneficiario.
       01 WS-QTD-BANCOS        PIC 9(3) VALUE 0.
       01 WS-TABELA-BANCOS.
           05 WS-BCO-ENT OCCURS 100 TIMES.
               10 BC-CODIGO        PIC 9(3).
               10 BC-QTD           PIC 9(8).
               10 BC-SOMA          PIC 9(10)V99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           OPEN OUTPUT RESUMO-REPORT
           MOVE "boletos_liquidacao.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Liquidacao de boletos pagos em " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "Banco      Boletos         Valor total" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM TOTALIZAR-POR-BANCO

           PERFORM VARYING WS-IDX-BCO FROM 1 BY 1
                   UNTIL WS-IDX-BCO > WS-QTD-BANCOS
               PERFORM GRAVAR-LIQUIDACAO-BANCO
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           MOVE WS-SOMA-LIQUIDADA TO WS-VALOR-EDIT
           STRING "Total      " DELIMITED BY SIZE
                  WS-QTD-LIQUIDADOS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-QTD-FORA-TABELA > 0
               MOVE SPACES TO REPORT-LINE
               STRING "LIQUIDACAO INCOMPLETA - boletos sem banco: "
                          DELIMITED BY SIZE
                      WS-QTD-FORA-TABELA DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               DISPLAY "Tabela de bancos cheia: " WS-QTD-FORA-TABELA
                       " boletos nao liquidados."
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE RESUMO-REPORT

           DISPLAY "Liquidacao de boletos gerada. Bancos: "
                   WS-QTD-BANCOS "  Boletos: " WS-QTD-LIQUIDADOS

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-LIDOS TO CT-LIDOS
           MOVE WS-QTD-LIQUIDADOS TO CT-GRAVADOS
           MOVE WS-QTD-FORA-TABELA TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-SOMA-LIQUIDADA TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-LIDOS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

      *    Primeira passada: quantidade e valor do dia por banco
      *    beneficiario. Sem arquivo de boletos pagos, nao ha o que
      *    liquidar.
       TOTALIZAR-POR-BANCO.
           MOVE "N" TO WS-EOF-BOLETO
           OPEN INPUT BOLETO-PAGO-FILE
           IF WS-BOLETO-PAGO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-BOLETO
           END-IF

           PERFORM UNTIL FIM-BOLETOS
               READ BOLETO-PAGO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-BOLETO
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       IF BP-DATA = WS-HOJE
                           PERFORM ACUMULAR-BANCO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-BOLETO-PAGO-STATUS = "00" OR
                   WS-BOLETO-PAGO-STATUS = "10"
               CLOSE BOLETO-PAGO-FILE
           END-IF.

       ACUMULAR-BANCO.
           MOVE 0 TO WS-BCO-CORRENTE
           PERFORM VARYING WS-IDX-BCO FROM 1 BY 1
                   UNTIL WS-IDX-BCO > WS-QTD-BANCOS
               IF BC-CODIGO(WS-IDX-BCO) = BP-BANCO
                   MOVE WS-IDX-BCO TO WS-BCO-CORRENTE
               END-IF
           END-PERFORM

           IF WS-BCO-CORRENTE = 0 AND WS-QTD-BANCOS < 100
               ADD 1 TO WS-QTD-BANCOS
               MOVE WS-QTD-BANCOS TO WS-BCO-CORRENTE
               MOVE BP-BANCO TO BC-CODIGO(WS-BCO-CORRENTE)
               MOVE 0 TO BC-QTD(WS-BCO-CORRENTE)
               MOVE 0 TO BC-SOMA(WS-BCO-CORRENTE)
           END-IF

           IF WS-BCO-CORRENTE > 0
               ADD 1 TO BC-QTD(WS-BCO-CORRENTE)
               ADD BP-VALOR TO BC-SOMA(WS-BCO-CORRENTE)
           ELSE
               ADD 1 TO WS-QTD-FORA-TABELA
           END-IF.

      *    Arquivo de liquidacao de um banco: header, os boletos do
      *    dia daquele banco (segunda passada no arquivo de pagos) e
      *    o trailer com os totais apurados na primeira passada.
       GRAVAR-LIQUIDACAO-BANCO.
           MOVE SPACES TO WS-LIQUIDACAO-NOME
           STRING "data/boletos_liq_" DELIMITED BY SIZE
                  BC-CODIGO(WS-IDX-BCO) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-LIQUIDACAO-NOME
           END-STRING

           OPEN OUTPUT LIQUIDACAO-FILE
           MOVE WS-LIQUIDACAO-NOME(6:30) TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-LIQUIDACAO-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO LIQUIDACAO-REC
           MOVE "H" TO LQ-TIPO-REG
           MOVE WS-HOJE TO LQ-DATA
           MOVE BC-CODIGO(WS-IDX-BCO) TO LQ-BANCO
           MOVE 0 TO LQ-VALOR
           MOVE 0 TO LQ-QTD-REGS
           WRITE LIQUIDACAO-REC

           MOVE "N" TO WS-EOF-BOLETO
           OPEN INPUT BOLETO-PAGO-FILE
           IF WS-BOLETO-PAGO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-BOLETO
           END-IF

           PERFORM UNTIL FIM-BOLETOS
               READ BOLETO-PAGO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-BOLETO
                   NOT AT END
                       IF BP-DATA = WS-HOJE AND
                               BP-BANCO = BC-CODIGO(WS-IDX-BCO)
                           PERFORM GRAVAR-DETALHE-LIQUIDACAO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-BOLETO-PAGO-STATUS = "00" OR
                   WS-BOLETO-PAGO-STATUS = "10"
               CLOSE BOLETO-PAGO-FILE
           END-IF

           MOVE SPACES TO LIQUIDACAO-REC
           MOVE "T" TO LQ-TIPO-REG
           MOVE WS-HOJE TO LQ-DATA
           MOVE BC-CODIGO(WS-IDX-BCO) TO LQ-BANCO
           MOVE BC-SOMA(WS-IDX-BCO) TO LQ-VALOR
           MOVE BC-QTD(WS-IDX-BCO) TO LQ-QTD-REGS
           WRITE LIQUIDACAO-REC
           CLOSE LIQUIDACAO-FILE

           ADD BC-QTD(WS-IDX-BCO) TO WS-QTD-LIQUIDADOS
           ADD BC-SOMA(WS-IDX-BCO) TO WS-SOMA-LIQUIDADA

           MOVE SPACES TO REPORT-LINE
           MOVE BC-SOMA(WS-IDX-BCO) TO WS-VALOR-EDIT
           STRING BC-CODIGO(WS-IDX-BCO) DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  BC-QTD(WS-IDX-BCO) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       GRAVAR-DETALHE-LIQUIDACAO.
           MOVE SPACES TO LIQUIDACAO-REC
           MOVE "D" TO LQ-TIPO-REG
           MOVE WS-HOJE TO LQ-DATA
           MOVE BP-BANCO TO LQ-BANCO
           MOVE BP-SEQ TO LQ-SEQ
           MOVE BP-AGENCIA TO LQ-AGENCIA
           MOVE BP-CONTA TO LQ-CONTA
           MOVE BP-LINHA TO LQ-LINHA
           MOVE BP-VENCIMENTO TO LQ-VENCIMENTO
           MOVE BP-VALOR TO LQ-VALOR
           MOVE 0 TO LQ-QTD-REGS
           WRITE LIQUIDACAO-REC.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "LiquidarBoletos".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "LiquidarBoletos".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "LiquidarBoletos".
