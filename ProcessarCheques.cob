      *    marcando a folha "P". Cheque recusado sai no relatorio de
      *    devolvidos data/cheques_devolvidos.txt com o codigo de
      *    motivo e vira movimento "Q" negado, que o extrato mostra.
      *    Conta conjunta (CM-REGRA-ASSINATURA "C"): cheque acima de
      *    CM-VALOR-CONJUNTA so e pago com dois titulares assinando;
      *    a compensacao informa os CPFs das assinaturas conferidas
      *    na folha (AP-ASSINANTE-1/2, zero ou em branco quando nao
      *    informados).
      *    Codigos de devolucao: 11 sem fundos, 21 sustado, 22
      *    assinatura divergente ou insuficiente, 25 folha
      *    inexistente ou ja usada, 31 conta irregular.
      *    A entrada e esvaziada depois de consumida.
      *    Cheque devolvido e cheque pago que leva a conta para o
      *    negativo geram aviso ao cliente (tipos "C" e "N").
      *    As linhas do relatorio de devolvidos vao tambem para
      *    data/cheques_devolvidos_dist.dat (DISTFD.CPY), pela conta
      *    do cheque, para a separacao por agencia.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS BJ-ID
               FILE STATUS IS WS-BLOQUEIO-STATUS.

           SELECT TITULAR-FILE ASSIGN TO "data/contas_titulares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-CHAVE
               FILE STATUS IS WS-TITULAR-STATUS.

           SELECT MOVIMENTO-FILE ASSIGN TO "data/saque_movimentos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "AVISOSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "DNEGSEL.CPY".

           COPY "DISTSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  APRESENTADO-FILE.
           05 AP-CONTA          PIC 9(6).
           05 AP-FOLHA          PIC 9(6).
           05 AP-VALOR          PIC 9(4).
           05 AP-ASSINANTE-1    PIC 9(11).
           05 AP-ASSINANTE-2    PIC 9(11).

       FD  TALAO-FILE.
       COPY "TALAOREC.CPY".
       FD  BLOQUEIO-FILE.
       COPY "BLOQREC.CPY".

       FD  TITULAR-FILE.
       COPY "TITULREC.CPY".

       FD  MOVIMENTO-FILE.
       COPY "MOVREC.CPY".

       FD  DEVOLVIDO-REPORT.
       01  REPORT-LINE          PIC X(70).

       COPY "AVISOFD.CPY".

       COPY "RUNHFD.CPY".

       COPY "CTLFD.CPY".

       COPY "DNEGFD.CPY".

       COPY "DISTFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "RUNHWS.CPY".
       COPY "CTLWS.CPY".
           COPY "FERRWS.CPY".
           COPY "DNEGWS.CPY".
           COPY "TITULWS.CPY".
           COPY "AVISOWS.CPY".
           COPY "DISTWS.CPY".
       01 WS-APRESENTADO-STATUS PIC XX.
       01 WS-TALAO-STATUS     PIC XX.
       01 WS-CONTA-STATUS     PIC XX.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO
           MOVE WS-HOJE TO WS-AV-DATA-NEG

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE "data/cheques_devolvidos_dist.dat" TO WS-DIST-NOME
           OPEN OUTPUT DIST-AG-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "Cheques devolvidos em " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "C" TO DA-TIPO
           PERFORM GRAVAR-DISTRIBUICAO

           OPEN INPUT APRESENTADO-FILE
           IF WS-APRESENTADO-STATUS NOT = "00"
           WRITE REPORT-LINE

           CLOSE DEVOLVIDO-REPORT
           IF WS-DIST-STATUS = "00"
               CLOSE DIST-AG-FILE
           END-IF
           CLOSE CONTA-FILE
           CLOSE TALAO-FILE

                   MOVE 21 TO WS-MOTIVO-DEV
               WHEN TL-SITUACAO = "P"
                   MOVE 25 TO WS-MOTIVO-DEV
               WHEN TL-SITUACAO = "C"
                   MOVE 25 TO WS-MOTIVO-DEV
               WHEN OTHER
                   PERFORM AVALIAR-PAGAMENTO
           END-EVALUATE
               WHEN CM-SITUACAO NOT = "A"
                   MOVE 31 TO WS-MOTIVO-DEV
               WHEN OTHER
                   PERFORM VERIFICAR-ASSINATURAS
                   IF NOT ASSINATURA-OK
                       MOVE 22 TO WS-MOTIVO-DEV
                   ELSE
                       PERFORM CALCULAR-BLOQUEIOS-CONTA
                       IF CM-SALDO + CM-LIMITE-CHEQUE
                               - WS-TOTAL-BLOQUEADO < AP-VALOR
                           MOVE 11 TO WS-MOTIVO-DEV
                       END-IF
                   END-IF
           END-EVALUATE.

       VERIFICAR-ASSINATURAS.
           MOVE "S" TO WS-ASSINATURA-OK
           IF CM-REGRA-ASSINATURA = "C" AND
                   AP-VALOR > CM-VALOR-CONJUNTA
               IF AP-ASSINANTE-1 IS NUMERIC
                   MOVE AP-ASSINANTE-1 TO WS-ASSINANTE-1
               ELSE
                   MOVE 0 TO WS-ASSINANTE-1
               END-IF
               IF AP-ASSINANTE-2 IS NUMERIC
                   MOVE AP-ASSINANTE-2 TO WS-ASSINANTE-2
               ELSE
                   MOVE 0 TO WS-ASSINANTE-2
               END-IF
               PERFORM CARREGAR-TITULARES-CONTA
               PERFORM CONFERIR-ASSINATURA-CONJUNTA
           END-IF.

       PAGAR-CHEQUE.
           SUBTRACT AP-VALOR FROM CM-SALDO
           REWRITE CONTA-MASTER-REC

      *    Cheque pago com o cheque especial: a conta acabou de
      *    entrar no negativo.
           IF CM-SALDO < 0 AND CM-SALDO + AP-VALOR >= 0
               MOVE AP-CONTA TO WS-AV-CONTA
               MOVE "N" TO WS-AV-TIPO
               MOVE CM-SALDO TO WS-AV-VALOR
               STRING "Cheque folha " DELIMITED BY SIZE
                      AP-FOLHA DELIMITED BY SIZE
                      INTO WS-AV-REFERENCIA
               END-STRING
               PERFORM GRAVAR-AVISO-CLIENTE
           END-IF

           MOVE "P" TO TL-SITUACAO
           MOVE WS-HOJE TO TL-DATA-BAIXA
           REWRITE TALAO-REC
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "D" TO DA-TIPO
           MOVE AP-CONTA TO DA-CONTA
           MOVE AP-VALOR TO DA-VALOR
           PERFORM GRAVAR-DISTRIBUICAO

           MOVE "N" TO WS-RESULTADO-MOV
           MOVE SPACES TO WS-MOTIVO-MOV
                  WS-MOTIVO-DEV DELIMITED BY SIZE
                  INTO WS-MOTIVO-MOV
           END-STRING
           PERFORM GRAVAR-MOVIMENTO-CHEQUE

           MOVE AP-CONTA TO WS-AV-CONTA
           MOVE "C" TO WS-AV-TIPO
           MOVE AP-VALOR TO WS-AV-VALOR
           STRING "Folha " DELIMITED BY SIZE
                  AP-FOLHA DELIMITED BY SIZE
                  " mot. " DELIMITED BY SIZE
                  WS-MOTIVO-DEV DELIMITED BY SIZE
                  INTO WS-AV-REFERENCIA
           END-STRING
           PERFORM GRAVAR-AVISO-CLIENTE.

       LER-FOLHA-APRESENTADA.
           MOVE "N" TO WS-ACHOU-FOLHA
           MOVE AP-VALOR TO MV-VALOR
           MOVE WS-RESULTADO-MOV TO MV-RESULTADO
           MOVE WS-MOTIVO-MOV TO MV-MOTIVO
           MOVE SPACES TO MV-TERMINAL
           MOVE SPACES TO MV-OPERADOR
           WRITE MOVIMENTO-REC
           CLOSE MOVIMENTO-FILE.

           COPY "TITULCAR.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-TITULARES-CONTA
               CAMPO-CONTA BY AP-CONTA
               CAMPO-CPF   BY CM-CPF.

           COPY "ASSINCHK.CPY" REPLACING
               ROTINA-NOME BY CONFERIR-ASSINATURA-CONJUNTA.

           COPY "AVISOGRV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-AVISO-CLIENTE
               PROGRAMA-NOME BY "ProcessarCheques".

           COPY "DISTGRV.CPY" REPLACING
               ROTINA-NOME  BY GRAVAR-DISTRIBUICAO
               LINHA-ORIGEM BY REPORT-LINE.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.
