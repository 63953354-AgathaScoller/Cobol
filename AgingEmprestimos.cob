       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgingEmprestimos.

      *    Aging noturno da inadimplencia dos emprestimos pessoais:
      *    para cada contrato ativo com parcela vencida e nao paga,
      *    lista em data/emprestimos_aging.txt a conta, a quantidade
      *    de parcelas em atraso, o valor delas, os encargos (multa e
      *    mora) ja corridos e os dias de atraso da mais antiga, com a
      *    faixa de aging (1-30, 31-60, 61-90, 90+ dias). O rodape
      *    traz a contagem e o valor por faixa para a cobranca.
      *    Contrato na faixa 90+ termina o passo com RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMO-FILE ASSIGN TO "data/emprestimos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CONTRATO
               FILE STATUS IS WS-EMPRESTIMO-STATUS.

           SELECT PARCELA-FILE ASSIGN TO
               "data/emprestimo_parcelas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CHAVE
               FILE STATUS IS WS-PARCELA-STATUS.

           SELECT AGING-REPORT ASSIGN TO "data/emprestimos_aging.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESTIMO-FILE.
       COPY "EMPSTREC.CPY".

       FD  PARCELA-FILE.
       COPY "PARCREC.CPY".

       FD  AGING-REPORT.
       01  REPORT-LINE          PIC X(70).

       COPY "RUNHFD.CPY".

       COPY "CTLFD.CPY".

       COPY "FERRFD.CPY".

       COPY "DNEGFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "RUNHWS.CPY".
       COPY "CTLWS.CPY".
           COPY "FERRWS.CPY".
           COPY "DNEGWS.CPY".
       01 WS-EMPRESTIMO-STATUS PIC XX.
       01 WS-PARCELA-STATUS  PIC XX.
       01 WS-REPORT-STATUS   PIC XX.
       01 WS-EOF-CONTRATO    PIC X VALUE "N".
           88 FIM-CONTRATOS      VALUE "S".
       01 WS-EOF-PARCELA     PIC X(1).
           88 FIM-PARCELAS       VALUE "S".
       01 WS-PARCELAS-ABERTAS PIC X(1) VALUE "N".
           88 PARCELAS-ABERTAS   VALUE "S".
       01 WS-HOJE            PIC 9(8).
       01 WS-INT-HOJE        PIC 9(8).
       01 WS-INT-VENC        PIC 9(8).
       01 WS-QTD-VENCIDAS    PIC 9(3).
       01 WS-VENC-MAIS-ANTIGO PIC 9(8).
       01 WS-DIAS-ATRASO     PIC 9(5).
       01 WS-VALOR-VENCIDO   PIC 9(8)V99.
       01 WS-ENCARGOS        PIC 9(8)V99.
       01 WS-FAIXA           PIC 9(1).
       01 WS-FAIXA-ROTULO    PIC X(6).
       01 WS-VALOR-EDIT      PIC Z(7)9.99.
       01 WS-ENCARGO-EDIT    PIC Z(6)9.99.
       01 WS-QTD-ATIVOS      PIC 9(6) VALUE 0.
       01 WS-QTD-INADIMPL    PIC 9(6) VALUE 0.
       01 WS-SOMA-VENCIDA    PIC 9(10)V99 VALUE 0.
      *    Totais por faixa: 1 = 1-30, 2 = 31-60, 3 = 61-90,
      *    4 = mais de 90 dias.
       01 WS-TAB-FAIXAS.
           05 WS-FAIXA-TOT OCCURS 4 TIMES.
               10 WS-FX-QTD      PIC 9(6).
               10 WS-FX-VALOR    PIC 9(10)V99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO
           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-HOJE)
           INITIALIZE WS-TAB-FAIXAS

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           OPEN OUTPUT AGING-REPORT
           MOVE "emprestimos_aging.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Aging de emprestimos em atraso em "
                      DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "Contrato Conta  Parc    Valor vencido   Encargos  Dias"
               TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT EMPRESTIMO-FILE
           IF WS-EMPRESTIMO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-CONTRATO
           END-IF
           OPEN INPUT PARCELA-FILE
           IF WS-PARCELA-STATUS = "00"
               MOVE "S" TO WS-PARCELAS-ABERTAS
           ELSE
               MOVE "S" TO WS-EOF-CONTRATO
           END-IF

           PERFORM UNTIL FIM-CONTRATOS
               READ EMPRESTIMO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-CONTRATO
                   NOT AT END
                       IF EP-SITUACAO = "A"
                           ADD 1 TO WS-QTD-ATIVOS
                           PERFORM AVALIAR-CONTRATO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-EMPRESTIMO-STATUS = "00" OR
                   WS-EMPRESTIMO-STATUS = "10"
               CLOSE EMPRESTIMO-FILE
           END-IF
           IF PARCELAS-ABERTAS
               CLOSE PARCELA-FILE
           END-IF

           PERFORM GRAVAR-RODAPE-FAIXAS

           CLOSE AGING-REPORT

           DISPLAY "Aging de emprestimos: " WS-QTD-INADIMPL
                   " contratos em atraso, " WS-FX-QTD(4)
                   " acima de 90 dias."

           IF WS-FX-QTD(4) > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-ATIVOS TO CT-LIDOS
           MOVE WS-QTD-INADIMPL TO CT-GRAVADOS
           MOVE 0 TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-SOMA-VENCIDA TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-ATIVOS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

      *    Soma as parcelas vencidas do contrato; a idade do atraso
      *    e a da parcela vencida mais antiga, em dias corridos.
       AVALIAR-CONTRATO.
           MOVE 0 TO WS-QTD-VENCIDAS
           MOVE 0 TO WS-VALOR-VENCIDO
           MOVE 0 TO WS-ENCARGOS
           MOVE 0 TO WS-VENC-MAIS-ANTIGO

           MOVE "N" TO WS-EOF-PARCELA
           MOVE EP-CONTRATO TO PC-CONTRATO
           MOVE 0 TO PC-NUMERO
           START PARCELA-FILE KEY NOT < PC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-PARCELA
           END-START

           PERFORM UNTIL FIM-PARCELAS
               READ PARCELA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PARCELA
                   NOT AT END
                       IF PC-CONTRATO NOT = EP-CONTRATO
                           MOVE "S" TO WS-EOF-PARCELA
                       ELSE
                       IF PC-SITUACAO = "V"
                           ADD 1 TO WS-QTD-VENCIDAS
                           ADD PC-VALOR TO WS-VALOR-VENCIDO
                           ADD PC-MULTA TO WS-ENCARGOS
                           ADD PC-MORA TO WS-ENCARGOS
                           IF WS-VENC-MAIS-ANTIGO = 0
                               MOVE PC-DATA-VENC TO WS-VENC-MAIS-ANTIGO
                           END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-VENCIDAS > 0
               PERFORM LISTAR-CONTRATO-ATRASO
           END-IF.

       LISTAR-CONTRATO-ATRASO.
           ADD 1 TO WS-QTD-INADIMPL
           ADD WS-VALOR-VENCIDO TO WS-SOMA-VENCIDA

           COMPUTE WS-INT-VENC =
               FUNCTION INTEGER-OF-DATE(WS-VENC-MAIS-ANTIGO)
           MOVE 0 TO WS-DIAS-ATRASO
           IF WS-INT-HOJE > WS-INT-VENC
               COMPUTE WS-DIAS-ATRASO = WS-INT-HOJE - WS-INT-VENC
           END-IF

           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO <= 30
                   MOVE 1 TO WS-FAIXA
                   MOVE "1-30" TO WS-FAIXA-ROTULO
               WHEN WS-DIAS-ATRASO <= 60
                   MOVE 2 TO WS-FAIXA
                   MOVE "31-60" TO WS-FAIXA-ROTULO
               WHEN WS-DIAS-ATRASO <= 90
                   MOVE 3 TO WS-FAIXA
                   MOVE "61-90" TO WS-FAIXA-ROTULO
               WHEN OTHER
                   MOVE 4 TO WS-FAIXA
                   MOVE "90+" TO WS-FAIXA-ROTULO
           END-EVALUATE
           ADD 1 TO WS-FX-QTD(WS-FAIXA)
           ADD WS-VALOR-VENCIDO TO WS-FX-VALOR(WS-FAIXA)

           MOVE WS-VALOR-VENCIDO TO WS-VALOR-EDIT
           MOVE WS-ENCARGOS TO WS-ENCARGO-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING EP-CONTRATO DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  EP-CONTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QTD-VENCIDAS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ENCARGO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DIAS-ATRASO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FAIXA-ROTULO DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       GRAVAR-RODAPE-FAIXAS.
           MOVE SPACES TO REPORT-LINE
           STRING "Contratos ativos: " DELIMITED BY SIZE
                  WS-QTD-ATIVOS DELIMITED BY SIZE
                  "  Em atraso: " DELIMITED BY SIZE
                  WS-QTD-INADIMPL DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING WS-FAIXA FROM 1 BY 1 UNTIL WS-FAIXA > 4
               EVALUATE WS-FAIXA
                   WHEN 1
                       MOVE "1-30" TO WS-FAIXA-ROTULO
                   WHEN 2
                       MOVE "31-60" TO WS-FAIXA-ROTULO
                   WHEN 3
                       MOVE "61-90" TO WS-FAIXA-ROTULO
                   WHEN OTHER
                       MOVE "90+" TO WS-FAIXA-ROTULO
               END-EVALUATE
               MOVE WS-FX-VALOR(WS-FAIXA) TO WS-VALOR-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "Faixa " DELIMITED BY SIZE
                      WS-FAIXA-ROTULO DELIMITED BY SIZE
                      " dias: " DELIMITED BY SIZE
                      WS-FX-QTD(WS-FAIXA) DELIMITED BY SIZE
                      " contratos, valor " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "AgingEmprestimos".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "AgingEmprestimos".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "AgingEmprestimos".
