       IDENTIFICATION DIVISION.
       PROGRAM-ID. BaixarDebitosEscola.

      *    Baixa noturna do debito automatico das mensalidades: roda
      *    depois do passo SAQUE e le o retorno que o VerificarSaque
      *    grava para cada registro "M" (data/debito_escola_ret.dat,
      *    DEBRTREC.CPY). Debito aprovado quita a parcela
      *    (MN-SITUACAO "Q" com a data do debito); debito negado
      *    guarda o motivo e libera a parcela para a proxima data de
      *    retentativa de GerarDebitosEscola - esgotadas as
      *    retentativas configuradas em data/debito_escola_parm.dat
      *    (15, 20 e 25 sem o cartao), a parcela fica marcada "F" e
      *    segue em aberto para a cobranca de InadimplenciaEscola.
      *    So vale o retorno da tentativa em curso (parcela "E" com a
      *    mesma data da ultima tentativa), entao retorno antigo ou
      *    reexecucao do passo nao baixa nada duas vezes. Parcela ja
      *    quitada por outro caminho quando o debito foi aprovado sai
      *    no relatorio como paga em duplicidade, para devolucao.
      *    Relatorio em data/debitos_escola_baixa.txt. A parcela
      *    quitada vai tambem para o razao da escola (GLSBGRV.CPY,
      *    levada a interface por ConsolidarGL).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEBITO-RET-FILE ASSIGN TO
                   "data/debito_escola_ret.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEBITO-RET-STATUS.

           SELECT MENSALIDADE-FILE ASSIGN TO "data/mensalidades.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS WS-MENSALIDADE-STATUS.

           SELECT PARM-FILE ASSIGN TO "data/debito_escola_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT BAIXA-REPORT ASSIGN TO
                   "data/debitos_escola_baixa.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

           COPY "GLSBSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  DEBITO-RET-FILE.
       COPY "DEBRTREC.CPY".

       FD  MENSALIDADE-FILE.
       COPY "MENSREC.CPY".

      *    Mesmo cartao lido por GerarDebitosEscola.
       FD  PARM-FILE.
       01  PARM-REC.
           05 DP-DIA-VENCIMENTO PIC 9(2).
           05 DP-DIA-RETENTATIVA OCCURS 3 TIMES PIC 9(2).

       FD  BAIXA-REPORT.
       01  REPORT-LINE          PIC X(80).

       COPY "RUNHFD.CPY".

       COPY "CTLFD.CPY".

       COPY "FERRFD.CPY".

       COPY "DNEGFD.CPY".

       COPY "GLSBFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "RUNHWS.CPY".
       COPY "CTLWS.CPY".
           COPY "FERRWS.CPY".
           COPY "DNEGWS.CPY".
           COPY "GLSBWS.CPY".
       01 WS-DEBITO-RET-STATUS PIC XX.
       01 WS-MENSALIDADE-STATUS PIC XX.
       01 WS-PARM-STATUS    PIC XX.
       01 WS-REPORT-STATUS  PIC XX.
       01 WS-EOF            PIC X(1).
           88 FIM-ARQUIVO       VALUE "S".
       01 WS-HOJE           PIC 9(8).
      *    Quantidade de retentativas (dias nao zerados do cartao).
       01 WS-QTD-RETENTATIVAS PIC 9(1) VALUE 3.
       01 WS-IDX-RT         PIC 9(1).
       01 WS-MOTIVO         PIC X(40).
       01 WS-VALOR-EDIT     PIC Z(4)9.99.
       01 WS-QTD-LIDOS      PIC 9(6) VALUE 0.
       01 WS-QTD-QUITADAS   PIC 9(6) VALUE 0.
       01 WS-QTD-NEGADAS    PIC 9(6) VALUE 0.
       01 WS-QTD-ESGOTADAS  PIC 9(6) VALUE 0.
       01 WS-QTD-DUPLICADAS PIC 9(6) VALUE 0.
       01 WS-QTD-SEM-PARCELA PIC 9(6) VALUE 0.
       01 WS-SOMA-QUITADA   PIC 9(8)V99 VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO
           MOVE WS-HOJE TO WS-GS-DATA-NEG

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           OPEN INPUT DEBITO-RET-FILE
           IF WS-DEBITO-RET-STATUS NOT = "00"
      *        Nenhum debito de mensalidade passou pelo SAQUE ainda.
               DISPLAY "Nenhum retorno de debito de mensalidade."
               PERFORM ENCERRAR-PASSO
               GOBACK
           END-IF

           OPEN I-O MENSALIDADE-FILE
           MOVE "mensalidades.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN I-O" TO WS-ERR-OPERACAO
           MOVE WS-MENSALIDADE-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           PERFORM CARREGAR-PARAMETROS

           OPEN OUTPUT BAIXA-REPORT
           MOVE "debitos_escola_baixa.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Baixa do debito automatico de mensalidades de "
                      DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE "N" TO WS-EOF
           PERFORM UNTIL FIM-ARQUIVO
               READ DEBITO-RET-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM BAIXAR-RETORNO
               END-READ
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING "Quitadas: " DELIMITED BY SIZE
                  WS-QTD-QUITADAS DELIMITED BY SIZE
                  "  Negadas: " DELIMITED BY SIZE
                  WS-QTD-NEGADAS DELIMITED BY SIZE
                  "  Esgotadas: " DELIMITED BY SIZE
                  WS-QTD-ESGOTADAS DELIMITED BY SIZE
                  "  Duplicadas: " DELIMITED BY SIZE
                  WS-QTD-DUPLICADAS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE BAIXA-REPORT
           CLOSE MENSALIDADE-FILE
           CLOSE DEBITO-RET-FILE

           DISPLAY "Debitos de mensalidade baixados: " WS-QTD-QUITADAS
                   "  Negados: " WS-QTD-NEGADAS

      *    Pagamento em duplicidade ou retorno sem parcela pede
      *    acao da tesouraria: RC 4.
           IF WS-QTD-DUPLICADAS > 0 OR WS-QTD-SEM-PARCELA > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM ENCERRAR-PASSO

           GOBACK.

       ENCERRAR-PASSO.
           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-LIDOS TO CT-LIDOS
           MOVE WS-QTD-QUITADAS TO CT-GRAVADOS
           MOVE WS-QTD-NEGADAS TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-SOMA-QUITADA TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-LIDOS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO.

       CARREGAR-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-REC(1:8) IS NUMERIC
                               AND DP-DIA-VENCIMENTO > 0
                           MOVE 0 TO WS-QTD-RETENTATIVAS
                           PERFORM VARYING WS-IDX-RT FROM 1 BY 1
                                   UNTIL WS-IDX-RT > 3
                               IF DP-DIA-RETENTATIVA(WS-IDX-RT) > 0
                                   ADD 1 TO WS-QTD-RETENTATIVAS
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *    Retorno que nao e da tentativa em curso (parcela ja
      *    baixada, ou retorno de outra noite) e ignorado.
       BAIXAR-RETORNO.
           MOVE DR-REFERENCIA TO MN-CHAVE
           READ MENSALIDADE-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-PARCELA
                   MOVE "parcela nao encontrada" TO WS-MOTIVO
                   PERFORM GRAVAR-LINHA-BAIXA
               NOT INVALID KEY
                   IF MN-DEB-SITUACAO = "E"
                           AND MN-DEB-ULT-TENTATIVA = DR-DATA
                       IF DR-RESULTADO = "A"
                           PERFORM BAIXAR-APROVADO
                       ELSE
                           PERFORM BAIXAR-NEGADO
                       END-IF
                       REWRITE MENSALIDADE-REC
                   END-IF
           END-READ.

       BAIXAR-APROVADO.
           MOVE SPACE TO MN-DEB-SITUACAO
           MOVE SPACES TO MN-DEB-MOTIVO
           IF MN-SITUACAO = "Q"
               ADD 1 TO WS-QTD-DUPLICADAS
               MOVE "PAGA EM DUPLICIDADE - devolver ao cliente"
                   TO WS-MOTIVO
           ELSE
               MOVE "Q" TO MN-SITUACAO
               MOVE DR-DATA TO MN-DATA-PGTO
               ADD 1 TO WS-QTD-QUITADAS
               ADD DR-VALOR TO WS-SOMA-QUITADA
               MOVE "quitada por debito automatico" TO WS-MOTIVO
               PERFORM LANCAR-DEBITO-GL
           END-IF
           PERFORM GRAVAR-LINHA-BAIXA.

      *    A primeira tentativa nao conta como retentativa.
       BAIXAR-NEGADO.
           ADD 1 TO WS-QTD-NEGADAS
           MOVE DR-MOTIVO TO MN-DEB-MOTIVO
           IF MN-DEB-TENTATIVAS > WS-QTD-RETENTATIVAS
               MOVE "F" TO MN-DEB-SITUACAO
               ADD 1 TO WS-QTD-ESGOTADAS
               MOVE SPACES TO WS-MOTIVO
               STRING "esgotado: " DELIMITED BY SIZE
                      DR-MOTIVO DELIMITED BY SIZE
                      INTO WS-MOTIVO
               END-STRING
           ELSE
               MOVE SPACE TO MN-DEB-SITUACAO
               MOVE SPACES TO WS-MOTIVO
               STRING "negado: " DELIMITED BY SIZE
                      DR-MOTIVO DELIMITED BY SIZE
                      INTO WS-MOTIVO
               END-STRING
           END-IF
           PERFORM GRAVAR-LINHA-BAIXA.

      *    Mensalidade quitada pelo debito na conta do banco: o
      *    dinheiro ja entrou na conta ESCOLA pelo GL do SAQUE; para
      *    o razao da escola baixa o receber. Paga em duplicidade
      *    nao gera lancamento - e devolvida ao cliente.
       LANCAR-DEBITO-GL.
           MOVE "ESCOLA" TO WS-GS-ORIGEM
           MOVE "DEBITO" TO WS-GS-EVENTO
           MOVE 0 TO WS-GS-CONTA
           MOVE DR-VALOR TO WS-GS-VALOR
           MOVE SPACES TO WS-GS-REFERENCIA
           STRING DR-REFERENCIA(1:6) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DR-REFERENCIA(7:10) DELIMITED BY SIZE
                  INTO WS-GS-REFERENCIA
           END-STRING
           PERFORM GRAVAR-LANCAMENTO-GL.

       GRAVAR-LINHA-BAIXA.
           MOVE DR-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING DR-REFERENCIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DR-CONTA DELIMITED BY SIZE
                  " R$ " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "BaixarDebitosEscola".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "BaixarDebitosEscola".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "BaixarDebitosEscola".

           COPY "GLSBGRV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-LANCAMENTO-GL
               PROGRAMA-NOME BY "BaixarDebitosEscola".
