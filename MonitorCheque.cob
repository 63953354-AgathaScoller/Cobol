       IDENTIFICATION DIVISION.
       PROGRAM-ID. MonitorCheque.

      *    Acompanhamento do uso do cheque especial: JurosCheque
      *    cobra o juro do saldo negativo toda noite, mas ninguem
      *    olhava ha quanto tempo a conta vive dentro do limite.
      *    Toda noite, depois dos juros, o passo percorre o cadastro
      *    de contas e mantem em data/cheque_uso.dat (CHUSOREC.CPY)
      *    a sequencia de dias corridos no negativo de cada conta e
      *    o percentual do CM-LIMITE-CHEQUE usado (saldo positivo
      *    zera a sequencia).
      *      - conta com PR-DIAS-LISTAGEM dias ou mais no negativo
      *        sai no relatorio data/cheque_monitor.txt (spool) para
      *        a area de credito;
      *      - passado o limiar mais duro - PR-DIAS-SUSPENSAO dias,
      *        ou uso de PR-PCT-SUSPENSAO por cento ou mais do
      *        limite numa conta ja listada - a suspensao do limite
      *        e proposta como mudanca pendente "L" com limite zero
      *        (solicitante LOTE-CHEQ) para a dupla custodia em
      *        AprovarMudancas, que avisa o cliente ao aplicar.
      *    Uma proposta por sequencia: recusada pelo aprovador, a
      *    conta segue listada como mantida pelo credito. Os limiares
      *    vem de data/cheque_monitor_parm.dat (uma linha); sem o
      *    arquivo valem os padroes do programa.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTA-FILE ASSIGN TO "data/contas_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT CHEQUE-USO-FILE ASSIGN TO "data/cheque_uso.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CONTA
               FILE STATUS IS WS-CHEQUE-USO-STATUS.

           SELECT MONITOR-PARM-FILE ASSIGN TO
                   "data/cheque_monitor_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONITOR-PARM-STATUS.

           SELECT MUDANCA-FILE ASSIGN TO
                   "data/mudancas_pendentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-ID
               FILE STATUS IS WS-MUDANCA-STATUS.

           SELECT MONITOR-REPORT ASSIGN TO "data/cheque_monitor.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "SPOOLSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-FILE.
       COPY "CONTAREC.CPY".

       FD  CHEQUE-USO-FILE.
       COPY "CHUSOREC.CPY".

      *    Limiares do acompanhamento (ver o cabecalho do programa).
       FD  MONITOR-PARM-FILE.
       01  MONITOR-PARM-REC.
           05 PM-DIAS-LISTAGEM  PIC 9(3).
           05 PM-DIAS-SUSPENSAO PIC 9(3).
           05 PM-PCT-SUSPENSAO  PIC 9(3).

       FD  MUDANCA-FILE.
       COPY "MUDAREC.CPY".

       FD  MONITOR-REPORT.
       01  REPORT-LINE          PIC X(132).

       COPY "SPOOLFD.CPY".

       COPY "RUNHFD.CPY".

       COPY "CTLFD.CPY".

       COPY "FERRFD.CPY".

       COPY "DNEGFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "RUNHWS.CPY".
       COPY "CTLWS.CPY".
           COPY "FERRWS.CPY".
           COPY "DNEGWS.CPY".
           COPY "SPOOLWS.CPY".
       01 WS-CONTA-STATUS     PIC XX.
       01 WS-CHEQUE-USO-STATUS PIC XX.
       01 WS-MONITOR-PARM-STATUS PIC XX.
       01 WS-MUDANCA-STATUS   PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-EOF-ARQUIVO      PIC X(1).
           88 FIM-ARQUIVO         VALUE "S".
       01 WS-HOJE             PIC 9(8).

      *    Limiares do acompanhamento.
       01 WS-PARAMETROS-MONITOR.
           05 PR-DIAS-LISTAGEM    PIC 9(3) VALUE 30.
           05 PR-DIAS-SUSPENSAO   PIC 9(3) VALUE 60.
           05 PR-PCT-SUSPENSAO    PIC 9(3) VALUE 95.

      *    Contas com mudanca "L" (limite de cheque) pendente.
       01 WS-TABELA-PENDENTES.
           05 WS-PD-CONTA OCCURS 2000 TIMES PIC 9(6).
       01 WS-QTD-PENDENTES-TAB PIC 9(4) VALUE 0.
       01 WS-IDX-PD           PIC 9(4).
       01 WS-TEM-PENDENTE     PIC X(1).
           88 TEM-MUDANCA-PENDENTE VALUE "S".
       01 WS-MAIOR-ID         PIC 9(6) VALUE 0.

       01 WS-ACHOU-USO        PIC X(1).
           88 USO-ENCONTRADO      VALUE "S".
       01 WS-PCT-USO          PIC 9(3)V99.
       01 WS-SITUACAO-TEXTO   PIC X(20).
       01 WS-SALDO-EDIT       PIC -Z(6)9.99.
       01 WS-LIMITE-EDIT      PIC Z(5)9.99.
       01 WS-PCT-EDIT         PIC ZZ9.99.
       01 WS-PCT-MAX-EDIT     PIC ZZ9.99.
       01 WS-QTD-CONTAS       PIC 9(8) VALUE 0.
       01 WS-QTD-NEGATIVAS    PIC 9(8) VALUE 0.
       01 WS-QTD-LISTADAS     PIC 9(8) VALUE 0.
       01 WS-QTD-PROPOSTAS    PIC 9(8) VALUE 0.
      *    Total de controle: soma dos saldos negativos (em modulo).
       01 WS-SOMA-NEGATIVOS   PIC 9(10)V99 VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           PERFORM CARREGAR-PARAMETROS
           PERFORM LER-MUDANCAS-PENDENTES

           OPEN I-O CHEQUE-USO-FILE
           IF WS-CHEQUE-USO-STATUS = "35"
               OPEN OUTPUT CHEQUE-USO-FILE
               CLOSE CHEQUE-USO-FILE
               OPEN I-O CHEQUE-USO-FILE
           END-IF
           MOVE "cheque_uso.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN I-O" TO WS-ERR-OPERACAO
           MOVE WS-CHEQUE-USO-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           OPEN INPUT CONTA-FILE
           MOVE "contas_master.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-CONTA-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           OPEN OUTPUT MONITOR-REPORT
           MOVE "cheque_monitor.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Uso do cheque especial em " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " - listagem a partir de " DELIMITED BY SIZE
                  PR-DIAS-LISTAGEM DELIMITED BY SIZE
                  " dias, suspensao com " DELIMITED BY SIZE
                  PR-DIAS-SUSPENSAO DELIMITED BY SIZE
                  " dias ou uso de " DELIMITED BY SIZE
                  PR-PCT-SUSPENSAO DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CONTA  NOME                      SALDO    LIMITE"
                      DELIMITED BY SIZE
                  "   USO%   MAX% INICIO   DIAS SITUACAO"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE "N" TO WS-EOF-ARQUIVO
           MOVE LOW-VALUES TO CM-CONTA
           START CONTA-FILE KEY NOT < CM-CONTA
               INVALID KEY
                   MOVE "S" TO WS-EOF-ARQUIVO
           END-START

           PERFORM UNTIL FIM-ARQUIVO
               READ CONTA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       PERFORM AVALIAR-CONTA
               END-READ
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING "Contas no negativo: " DELIMITED BY SIZE
                  WS-QTD-NEGATIVAS DELIMITED BY SIZE
                  "  Listadas: " DELIMITED BY SIZE
                  WS-QTD-LISTADAS DELIMITED BY SIZE
                  "  Suspensoes propostas: " DELIMITED BY SIZE
                  WS-QTD-PROPOSTAS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE MONITOR-REPORT
           CLOSE CONTA-FILE
           CLOSE CHEQUE-USO-FILE
           CLOSE MUDANCA-FILE

           MOVE "data/cheque_monitor.txt" TO WS-SPOOL-ORIG-NOME
           PERFORM REGISTRAR-SPOOL

           DISPLAY "Cheque especial: negativas " WS-QTD-NEGATIVAS
                   " listadas " WS-QTD-LISTADAS
                   " suspensoes propostas " WS-QTD-PROPOSTAS

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-CONTAS TO CT-LIDOS
           MOVE WS-QTD-LISTADAS TO CT-GRAVADOS
           MOVE 0 TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-SOMA-NEGATIVOS TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-CONTAS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

       CARREGAR-PARAMETROS.
           OPEN INPUT MONITOR-PARM-FILE
           IF WS-MONITOR-PARM-STATUS NOT = "00"
               DISPLAY "Sem cheque_monitor_parm.dat - valem os "
                       "limiares padrao."
           ELSE
               READ MONITOR-PARM-FILE
                   AT END
                       DISPLAY "Limiares do cheque especial vazios "
                               "- valem os padroes."
                   NOT AT END
                       IF PM-DIAS-LISTAGEM = 0
                               OR PM-DIAS-SUSPENSAO < PM-DIAS-LISTAGEM
                               OR PM-PCT-SUSPENSAO = 0
                           DISPLAY "Limiares do cheque especial "
                                   "invalidos - valem os padroes."
                       ELSE
                           MOVE PM-DIAS-LISTAGEM TO PR-DIAS-LISTAGEM
                           MOVE PM-DIAS-SUSPENSAO TO
                               PR-DIAS-SUSPENSAO
                           MOVE PM-PCT-SUSPENSAO TO PR-PCT-SUSPENSAO
                       END-IF
               END-READ
               CLOSE MONITOR-PARM-FILE
           END-IF.

      *    Maior numero de mudanca (para a proxima) e contas que ja
      *    tem troca de limite de cheque esperando aprovacao.
       LER-MUDANCAS-PENDENTES.
           OPEN I-O MUDANCA-FILE
           IF WS-MUDANCA-STATUS = "35"
               OPEN OUTPUT MUDANCA-FILE
               CLOSE MUDANCA-FILE
               OPEN I-O MUDANCA-FILE
           END-IF
           MOVE "mudancas_pendentes.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN I-O" TO WS-ERR-OPERACAO
           MOVE WS-MUDANCA-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE "N" TO WS-EOF-ARQUIVO
           MOVE LOW-VALUES TO MD-ID
           START MUDANCA-FILE KEY NOT < MD-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-ARQUIVO
           END-START

           PERFORM UNTIL FIM-ARQUIVO
               READ MUDANCA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       IF MD-ID > WS-MAIOR-ID
                           MOVE MD-ID TO WS-MAIOR-ID
                       END-IF
                       IF MD-OPERACAO = "L" AND MD-SITUACAO = "P"
                               AND MD-CHAVE IS NUMERIC
                               AND WS-QTD-PENDENTES-TAB < 2000
                           ADD 1 TO WS-QTD-PENDENTES-TAB
                           MOVE MD-CHAVE TO
                               WS-PD-CONTA(WS-QTD-PENDENTES-TAB)
                       END-IF
               END-READ
           END-PERFORM.

       AVALIAR-CONTA.
           ADD 1 TO WS-QTD-CONTAS
           IF CM-SITUACAO = "E"
               CONTINUE
           ELSE
               MOVE CM-CONTA TO CU-CONTA
               PERFORM LER-USO
               IF CM-SALDO < 0
                   PERFORM REGISTRAR-DIA-NEGATIVO
               ELSE
                   IF USO-ENCONTRADO AND CU-DATA-INICIO > 0
                       PERFORM ENCERRAR-SEQUENCIA
                   END-IF
               END-IF
           END-IF.

       LER-USO.
           MOVE "N" TO WS-ACHOU-USO
           READ CHEQUE-USO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-USO
           END-READ.

      *    Dias corridos desde o inicio da sequencia: a reexecucao no
      *    mesmo dia nao conta o dia duas vezes.
       REGISTRAR-DIA-NEGATIVO.
           ADD 1 TO WS-QTD-NEGATIVAS
           COMPUTE WS-SOMA-NEGATIVOS = WS-SOMA-NEGATIVOS - CM-SALDO

           IF CM-LIMITE-CHEQUE > 0
               COMPUTE WS-PCT-USO ROUNDED =
                   (0 - CM-SALDO) * 100 / CM-LIMITE-CHEQUE
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-PCT-USO
               END-COMPUTE
           ELSE
               MOVE 999.99 TO WS-PCT-USO
           END-IF

           IF NOT USO-ENCONTRADO
               MOVE CM-CONTA TO CU-CONTA
               MOVE 0 TO CU-DATA-INICIO
           END-IF
           IF CU-DATA-INICIO = 0
               MOVE WS-HOJE TO CU-DATA-INICIO
               MOVE 0 TO CU-PCT-MAXIMO
               MOVE 0 TO CU-DATA-PROPOSTA
           END-IF

           COMPUTE CU-DIAS-NEGATIVO =
               FUNCTION INTEGER-OF-DATE(WS-HOJE)
               - FUNCTION INTEGER-OF-DATE(CU-DATA-INICIO) + 1
           MOVE WS-HOJE TO CU-DATA-ULTIMA
           MOVE CM-SALDO TO CU-SALDO-ULTIMO
           MOVE WS-PCT-USO TO CU-PCT-USO
           IF WS-PCT-USO > CU-PCT-MAXIMO
               MOVE WS-PCT-USO TO CU-PCT-MAXIMO
           END-IF

           IF CU-DIAS-NEGATIVO >= PR-DIAS-LISTAGEM
               PERFORM LISTAR-CONTA
           END-IF

           IF USO-ENCONTRADO
               REWRITE CHEQUE-USO-REC
           ELSE
               WRITE CHEQUE-USO-REC
           END-IF.

       ENCERRAR-SEQUENCIA.
           MOVE 0 TO CU-DATA-INICIO
           MOVE 0 TO CU-DIAS-NEGATIVO
           MOVE 0 TO CU-PCT-USO
           MOVE 0 TO CU-PCT-MAXIMO
           MOVE 0 TO CU-DATA-PROPOSTA
           MOVE WS-HOJE TO CU-DATA-ULTIMA
           MOVE CM-SALDO TO CU-SALDO-ULTIMO
           REWRITE CHEQUE-USO-REC.

       LISTAR-CONTA.
           ADD 1 TO WS-QTD-LISTADAS

           MOVE "N" TO WS-TEM-PENDENTE
           PERFORM VARYING WS-IDX-PD FROM 1 BY 1
                   UNTIL WS-IDX-PD > WS-QTD-PENDENTES-TAB
               IF WS-PD-CONTA(WS-IDX-PD) = CM-CONTA
                   MOVE "S" TO WS-TEM-PENDENTE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN CM-LIMITE-CHEQUE = 0
                   MOVE "LIMITE SUSPENSO" TO WS-SITUACAO-TEXTO
               WHEN TEM-MUDANCA-PENDENTE
                   MOVE "SUSPENSAO PENDENTE" TO WS-SITUACAO-TEXTO
               WHEN CU-DATA-PROPOSTA > 0
                   MOVE "MANTIDO PELO CREDITO" TO WS-SITUACAO-TEXTO
               WHEN CU-DIAS-NEGATIVO >= PR-DIAS-SUSPENSAO
               WHEN CU-PCT-USO >= PR-PCT-SUSPENSAO
                   PERFORM PROPOR-SUSPENSAO
               WHEN OTHER
                   MOVE "EM OBSERVACAO" TO WS-SITUACAO-TEXTO
           END-EVALUATE

           MOVE CM-SALDO TO WS-SALDO-EDIT
           MOVE CM-LIMITE-CHEQUE TO WS-LIMITE-EDIT
           MOVE CU-PCT-USO TO WS-PCT-EDIT
           MOVE CU-PCT-MAXIMO TO WS-PCT-MAX-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING CM-CONTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CM-NOME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SALDO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LIMITE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PCT-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PCT-MAX-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CU-DATA-INICIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CU-DIAS-NEGATIVO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SITUACAO-TEXTO DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *    Suspensao = troca do limite de cheque para zero, pela
      *    dupla custodia; dias e uso vao nos valores 2 e 3.
       PROPOR-SUSPENSAO.
           IF WS-MAIOR-ID >= 999999
               DISPLAY "Numeracao de mudancas esgotada - conta "
                       CM-CONTA " sem proposta."
               MOVE "SEM NUMERACAO" TO WS-SITUACAO-TEXTO
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-MAIOR-ID
               MOVE WS-MAIOR-ID TO MD-ID
               MOVE "CONTAS" TO MD-ARQUIVO
               MOVE "L" TO MD-OPERACAO
               MOVE CM-CONTA TO MD-CHAVE
               MOVE 0 TO MD-VALOR-1
               MOVE CU-DIAS-NEGATIVO TO MD-VALOR-2
               MOVE CU-PCT-USO TO MD-VALOR-3
               MOVE "LOTE-CHEQ" TO MD-SOLICITANTE
               MOVE WS-HOJE TO MD-DATA-SOLIC
               MOVE "P" TO MD-SITUACAO
               MOVE SPACES TO MD-APROVADOR
               MOVE 0 TO MD-DATA-DECISAO
               MOVE 0 TO MD-CPF
               MOVE SPACE TO MD-RISCO
               MOVE SPACE TO MD-TIER
               WRITE MUDANCA-REC
                   INVALID KEY
                       DISPLAY "Numero de mudanca ja usado: " MD-ID
               END-WRITE
               IF WS-MUDANCA-STATUS = "00"
                   MOVE WS-HOJE TO CU-DATA-PROPOSTA
                   ADD 1 TO WS-QTD-PROPOSTAS
                   MOVE "SUSPENSAO PROPOSTA" TO WS-SITUACAO-TEXTO
               ELSE
                   MOVE "PROPOSTA NAO GRAVADA" TO WS-SITUACAO-TEXTO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "MonitorCheque".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "MonitorCheque".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "MonitorCheque".

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "MonitorCheque".
