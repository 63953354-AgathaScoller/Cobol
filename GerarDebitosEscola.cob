       IDENTIFICATION DIVISION.
       PROGRAM-ID. GerarDebitosEscola.

      *    Passo noturno do debito automatico das mensalidades
      *    escolares: roda antes do passo SAQUE e, para cada parcela
      *    pendente de aluno com autorizacao ativa
      *    (debito_autorizacoes.dat, DEBAREC.CPY), anexa um registro
      *    "M" em data/saque_transacoes.dat quando chega o dia da
      *    tentativa - o debito em si e lancado pelo proprio
      *    VerificarSaque (saldo, limite de cheque especial e
      *    bloqueios judiciais) e o desfecho e baixado depois do
      *    SAQUE por BaixarDebitosEscola.
      *    A primeira tentativa e no dia de vencimento do mes da
      *    parcela; as negadas voltam nos dias de retentativa. Os
      *    dias vem de data/debito_escola_parm.dat (vencimento e ate
      *    tres dias de retentativa, zero = sem), com 10 / 15, 20 e
      *    25 quando o cartao nao existe. Dia que cai em fim de
      *    semana ou feriado e tentado na primeira noite de lote
      *    seguinte.
      *    A sequencia gerada e 9 + dia do ano (3) + numero (4), fora
      *    da faixa MMDD das ordens programadas, e continua da maior
      *    ja gravada no dia para a protecao de reexecucao do SAQUE
      *    nao pular um debito de uma segunda execucao.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSALIDADE-FILE ASSIGN TO "data/mensalidades.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS WS-MENSALIDADE-STATUS.

           SELECT DEBITO-AUTORIZ-FILE ASSIGN TO
                   "data/debito_autorizacoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-ALUNO-ID
               FILE STATUS IS WS-DEBITO-AUTORIZ-STATUS.

           SELECT SAQUE-FILE ASSIGN TO "data/saque_transacoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAQUE-STATUS.

           SELECT PARM-FILE ASSIGN TO "data/debito_escola_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT DEBITO-REPORT ASSIGN TO "data/debitos_escola.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  MENSALIDADE-FILE.
       COPY "MENSREC.CPY".

       FD  DEBITO-AUTORIZ-FILE.
       COPY "DEBAREC.CPY".

      *    Mesmo layout do arquivo de transacoes lido pelo passo
      *    SAQUE (SAQUE-REC em VerificarSaque).
       FD  SAQUE-FILE.
       01  SAQUE-REC.
           05 SEQ-REC           PIC 9(8).
           05 AGENCIA-REC       PIC 9(3).
           05 TIPO-REC          PIC X(1).
           05 CONTA-REC         PIC 9(6).
           05 VALOR-REC         PIC 9(8)V99.
           05 CONTA-DESTINO-REC PIC 9(6).
           05 BANCO-DESTINO-REC PIC 9(3).
           05 LINHA-DIGITAVEL-REC PIC X(47).
           05 ASSINANTE-1-REC   PIC 9(11).
           05 ASSINANTE-2-REC   PIC 9(11).

      *    Cartao de dias do debito: vencimento e ate tres dias de
      *    retentativa no mes da parcela (zero = sem retentativa).
       FD  PARM-FILE.
       01  PARM-REC.
           05 DP-DIA-VENCIMENTO PIC 9(2).
           05 DP-DIA-RETENTATIVA OCCURS 3 TIMES PIC 9(2).

       FD  DEBITO-REPORT.
       01  REPORT-LINE          PIC X(80).

       COPY "RUNHFD.CPY".

       COPY "CTLFD.CPY".

       COPY "FERRFD.CPY".

       COPY "DNEGFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "RUNHWS.CPY".
       COPY "CTLWS.CPY".
           COPY "FERRWS.CPY".
           COPY "DNEGWS.CPY".
       01 WS-MENSALIDADE-STATUS PIC XX.
       01 WS-DEBITO-AUTORIZ-STATUS PIC XX.
       01 WS-SAQUE-STATUS   PIC XX.
       01 WS-PARM-STATUS    PIC XX.
       01 WS-REPORT-STATUS  PIC XX.
       01 WS-EOF            PIC X(1).
           88 FIM-ARQUIVO       VALUE "S".
       01 WS-HOJE           PIC 9(8).
      *    Dias do debito; os VALUES valem sem o cartao.
       01 WS-DIA-VENCIMENTO PIC 9(2) VALUE 10.
       01 WS-TABELA-RETENTATIVAS.
           05 WS-DIA-RETENTATIVA OCCURS 3 TIMES PIC 9(2).
       01 WS-IDX-RT         PIC 9(1).
       01 WS-DIA-ALVO       PIC 9(2).
       01 WS-DATA-ALVO      PIC 9(8).
      *    Sequencia 9DDDNNNN do dia.
       01 WS-SEQ-BASE       PIC 9(8).
       01 WS-SEQ-ULTIMA     PIC 9(8).
       01 WS-DIA-DO-ANO     PIC 9(3).
       01 WS-ANO-HOJE       PIC 9(4).
       01 WS-PRIMEIRO-DIA   PIC 9(8).
       01 WS-MOTIVO         PIC X(30).
       01 WS-VALOR-EDIT     PIC Z(4)9.99.
       01 WS-QTD-LIDAS      PIC 9(6) VALUE 0.
       01 WS-QTD-GERADAS    PIC 9(6) VALUE 0.
       01 WS-QTD-PULADAS    PIC 9(6) VALUE 0.
       01 WS-QTD-AGUARDANDO PIC 9(6) VALUE 0.
       01 WS-SOMA-GERADA    PIC 9(8)V99 VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           OPEN INPUT DEBITO-AUTORIZ-FILE
           IF WS-DEBITO-AUTORIZ-STATUS NOT = "00"
      *        Sem autorizacao cadastrada: nada a gerar, passo
      *        termina limpo para o stream seguir.
               DISPLAY "Nenhuma autorizacao de debito cadastrada."
               PERFORM ENCERRAR-PASSO
               GOBACK
           END-IF

           OPEN I-O MENSALIDADE-FILE
           IF WS-MENSALIDADE-STATUS = "35"
               DISPLAY "Nenhuma mensalidade gerada."
               CLOSE DEBITO-AUTORIZ-FILE
               PERFORM ENCERRAR-PASSO
               GOBACK
           END-IF
           MOVE "mensalidades.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN I-O" TO WS-ERR-OPERACAO
           MOVE WS-MENSALIDADE-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           PERFORM CARREGAR-PARAMETROS
           PERFORM LOCALIZAR-ULTIMA-SEQUENCIA

           OPEN EXTEND SAQUE-FILE
           IF WS-SAQUE-STATUS = "35"
               OPEN OUTPUT SAQUE-FILE
           END-IF
           MOVE "saque_transacoes.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN EXTEND" TO WS-ERR-OPERACAO
           MOVE WS-SAQUE-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           OPEN OUTPUT DEBITO-REPORT
           MOVE "debitos_escola.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Debito automatico de mensalidades de "
                      DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO MN-CHAVE
           START MENSALIDADE-FILE KEY NOT < MN-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START

           PERFORM UNTIL FIM-ARQUIVO
               READ MENSALIDADE-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDAS
                       IF MN-SITUACAO = "P"
                           PERFORM AVALIAR-PARCELA
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING "Gerados: " DELIMITED BY SIZE
                  WS-QTD-GERADAS DELIMITED BY SIZE
                  "  Pulados: " DELIMITED BY SIZE
                  WS-QTD-PULADAS DELIMITED BY SIZE
                  "  Sem retorno: " DELIMITED BY SIZE
                  WS-QTD-AGUARDANDO DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE DEBITO-REPORT
           CLOSE SAQUE-FILE
           CLOSE MENSALIDADE-FILE
           CLOSE DEBITO-AUTORIZ-FILE

           DISPLAY "Debitos de mensalidade gerados: " WS-QTD-GERADAS
                   "  Pulados: " WS-QTD-PULADAS

      *    Parcela pulada ou debito de noite anterior ainda sem
      *    retorno avisa o stream com RC 4; so erro de arquivo
      *    derruba o passo.
           IF WS-QTD-PULADAS > 0 OR WS-QTD-AGUARDANDO > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM ENCERRAR-PASSO

           GOBACK.

       ENCERRAR-PASSO.
           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-LIDAS TO CT-LIDOS
           MOVE WS-QTD-GERADAS TO CT-GRAVADOS
           MOVE WS-QTD-PULADAS TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-SOMA-GERADA TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-LIDAS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO.

       CARREGAR-PARAMETROS.
           MOVE 15 TO WS-DIA-RETENTATIVA(1)
           MOVE 20 TO WS-DIA-RETENTATIVA(2)
           MOVE 25 TO WS-DIA-RETENTATIVA(3)
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-REC(1:8) IS NUMERIC
                               AND DP-DIA-VENCIMENTO > 0
                           MOVE DP-DIA-VENCIMENTO TO WS-DIA-VENCIMENTO
                           PERFORM VARYING WS-IDX-RT FROM 1 BY 1
                                   UNTIL WS-IDX-RT > 3
                               MOVE DP-DIA-RETENTATIVA(WS-IDX-RT)
                                   TO WS-DIA-RETENTATIVA(WS-IDX-RT)
                           END-PERFORM
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *    Maior sequencia 9DDDNNNN ja anexada hoje (uma execucao
      *    anterior na mesma noite); a numeracao continua dali.
       LOCALIZAR-ULTIMA-SEQUENCIA.
           DIVIDE WS-HOJE BY 10000 GIVING WS-ANO-HOJE
           COMPUTE WS-PRIMEIRO-DIA = (WS-ANO-HOJE * 10000) + 101
           COMPUTE WS-DIA-DO-ANO =
               FUNCTION INTEGER-OF-DATE(WS-HOJE)
               - FUNCTION INTEGER-OF-DATE(WS-PRIMEIRO-DIA) + 1
           COMPUTE WS-SEQ-BASE = 90000000 + (WS-DIA-DO-ANO * 10000)
           MOVE WS-SEQ-BASE TO WS-SEQ-ULTIMA

           MOVE "N" TO WS-EOF
           OPEN INPUT SAQUE-FILE
           IF WS-SAQUE-STATUS NOT = "00"
               MOVE "S" TO WS-EOF
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               READ SAQUE-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF SEQ-REC IS NUMERIC
                               AND SEQ-REC > WS-SEQ-ULTIMA
                               AND SEQ-REC < WS-SEQ-BASE + 10000
                           MOVE SEQ-REC TO WS-SEQ-ULTIMA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SAQUE-STATUS = "00" OR WS-SAQUE-STATUS = "10"
               CLOSE SAQUE-FILE
           END-IF.

      *    Decide o destino da parcela pendente: sem autorizacao
      *    ativa nao faz nada; debito enviado sem retorno de noite
      *    anterior vai para o relatorio; tentativas esgotadas ficam
      *    para a cobranca; no dia da tentativa gera o debito.
       AVALIAR-PARCELA.
           MOVE MN-ALUNO-ID TO DB-ALUNO-ID
           READ DEBITO-AUTORIZ-FILE
               INVALID KEY
                   MOVE SPACE TO DB-SITUACAO
           END-READ

           IF DB-SITUACAO = "A"
                   AND MN-ANO-MES NOT < DB-DATA-INICIO(1:6)
               EVALUATE TRUE
                   WHEN MN-DEB-SITUACAO = "F"
                       CONTINUE
                   WHEN MN-DEB-SITUACAO = "E"
                       IF MN-DEB-ULT-TENTATIVA < WS-HOJE
                           ADD 1 TO WS-QTD-AGUARDANDO
                           MOVE SPACES TO WS-MOTIVO
                           STRING "sem retorno do debito de "
                                      DELIMITED BY SIZE
                                  MN-DEB-ULT-TENTATIVA
                                      DELIMITED BY SIZE
                                  INTO WS-MOTIVO
                           END-STRING
                           PERFORM GRAVAR-LINHA-DEBITO
                       END-IF
                   WHEN OTHER
                       PERFORM CALCULAR-DATA-TENTATIVA
                       IF WS-DIA-ALVO > 0
                               AND WS-DATA-ALVO NOT > WS-HOJE
                           PERFORM GERAR-TRANSACAO-DEBITO
                       END-IF
               END-EVALUATE
           END-IF.

      *    Registro antigo (tentativas em branco) conta como nenhuma.
       CALCULAR-DATA-TENTATIVA.
           IF MN-DEB-TENTATIVAS NOT NUMERIC
               MOVE 0 TO MN-DEB-TENTATIVAS
           END-IF
           IF MN-DEB-TENTATIVAS = 0
               MOVE WS-DIA-VENCIMENTO TO WS-DIA-ALVO
           ELSE
               IF MN-DEB-TENTATIVAS > 3
                   MOVE 0 TO WS-DIA-ALVO
               ELSE
                   MOVE WS-DIA-RETENTATIVA(MN-DEB-TENTATIVAS)
                       TO WS-DIA-ALVO
               END-IF
           END-IF
           COMPUTE WS-DATA-ALVO = (MN-ANO-MES * 100) + WS-DIA-ALVO.

       GERAR-TRANSACAO-DEBITO.
           IF WS-SEQ-ULTIMA NOT < WS-SEQ-BASE + 9999
               ADD 1 TO WS-QTD-PULADAS
               MOVE "sequencias do dia esgotadas" TO WS-MOTIVO
               PERFORM GRAVAR-LINHA-DEBITO
           ELSE
               ADD 1 TO WS-SEQ-ULTIMA
               MOVE WS-SEQ-ULTIMA TO SEQ-REC
               MOVE DB-AGENCIA TO AGENCIA-REC
               MOVE "M" TO TIPO-REC
               MOVE DB-CONTA TO CONTA-REC
               MOVE MN-VALOR TO VALOR-REC
               MOVE 0 TO CONTA-DESTINO-REC
               MOVE 0 TO BANCO-DESTINO-REC
               MOVE SPACES TO LINHA-DIGITAVEL-REC
               MOVE MN-CHAVE TO LINHA-DIGITAVEL-REC(1:22)
               IF DB-ASSINANTE-1 IS NUMERIC AND
                       DB-ASSINANTE-2 IS NUMERIC
                   MOVE DB-ASSINANTE-1 TO ASSINANTE-1-REC
                   MOVE DB-ASSINANTE-2 TO ASSINANTE-2-REC
               ELSE
                   MOVE 0 TO ASSINANTE-1-REC
                   MOVE 0 TO ASSINANTE-2-REC
               END-IF
               WRITE SAQUE-REC

               MOVE "E" TO MN-DEB-SITUACAO
               ADD 1 TO MN-DEB-TENTATIVAS
               MOVE WS-HOJE TO MN-DEB-ULT-TENTATIVA
               REWRITE MENSALIDADE-REC

               ADD 1 TO WS-QTD-GERADAS
               ADD MN-VALOR TO WS-SOMA-GERADA
               MOVE "gerado" TO WS-MOTIVO
               PERFORM GRAVAR-LINHA-DEBITO
           END-IF.

       GRAVAR-LINHA-DEBITO.
           MOVE MN-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING MN-ANO-MES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MN-ALUNO-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MN-CURSO-COD DELIMITED BY SIZE
                  " conta " DELIMITED BY SIZE
                  DB-CONTA DELIMITED BY SIZE
                  " R$ " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  " tent. " DELIMITED BY SIZE
                  MN-DEB-TENTATIVAS DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOTIVO) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "GerarDebitosEscola".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "GerarDebitosEscola".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "GerarDebitosEscola".
