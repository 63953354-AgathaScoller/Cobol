       IDENTIFICATION DIVISION.
       PROGRAM-ID. DebitarParcelas.

      *    Passo noturno de cobranca dos emprestimos pessoais: le as
      *    parcelas de data/emprestimo_parcelas.dat que venceram ate
      *    hoje e ainda nao foram pagas e debita cada uma de CM-SALDO
      *    pelo mesmo crivo do pagamento de cheque - conta ativa,
      *    saldo mais limite de cheque especial menos bloqueios
      *    judiciais. Parcela paga vira movimento "L" aprovado e,
      *    sendo a ultima, quita o contrato. Sem disponivel a parcela
      *    fica vencida: no primeiro dia leva a multa e o movimento
      *    "L" negado para o extrato; dali em diante acumula mora
      *    diaria ate ser paga, cobrada junto com ela. Vencimento em
      *    fim de semana ou feriado e cobrado sem encargo no primeiro
      *    dia util. As taxas vem de data/emprestimo_parm.dat. Passo
      *    termina RC 4 quando ficou parcela vencida em aberto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARCELA-FILE ASSIGN TO
               "data/emprestimo_parcelas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CHAVE
               FILE STATUS IS WS-PARCELA-STATUS.

           SELECT EMPRESTIMO-FILE ASSIGN TO "data/emprestimos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CONTRATO
               FILE STATUS IS WS-EMPRESTIMO-STATUS.

           SELECT CONTA-FILE ASSIGN TO "data/contas_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT BLOQUEIO-FILE ASSIGN TO
                   "data/bloqueios_judiciais.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BJ-ID
               FILE STATUS IS WS-BLOQUEIO-STATUS.

           SELECT MOVIMENTO-FILE ASSIGN TO "data/saque_movimentos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.

           SELECT PARM-FILE ASSIGN TO "data/emprestimo_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           COPY "AVISOSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  PARCELA-FILE.
       COPY "PARCREC.CPY".

       FD  EMPRESTIMO-FILE.
       COPY "EMPSTREC.CPY".

       FD  CONTA-FILE.
       COPY "CONTAREC.CPY".

       FD  BLOQUEIO-FILE.
       COPY "BLOQREC.CPY".

       FD  MOVIMENTO-FILE.
       COPY "MOVREC.CPY".

      *    Cartao de parametros dos encargos de atraso, em fracao:
      *    mora ao dia (ex.: 0.0010 = 0,10% ao dia) e multa cobrada
      *    uma vez sobre a parcela (ex.: 0.0200 = 2%). Sem o arquivo
      *    valem os padroes abaixo.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-TAXA-MORA-DIA PIC 9(1)V9(4).
           05 PARM-TAXA-MULTA    PIC 9(1)V9(4).

       COPY "AVISOFD.CPY".

       COPY "RUNHFD.CPY".

       COPY "CTLFD.CPY".

       COPY "FERRFD.CPY".

       COPY "DNEGFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "RUNHWS.CPY".
       COPY "CTLWS.CPY".
       COPY "PARMWS.CPY".
           COPY "FERRWS.CPY".
           COPY "DNEGWS.CPY".
           COPY "AVISOWS.CPY".
       01 WS-PARM-ACHADO      PIC X(1).
       01 WS-PARCELA-STATUS   PIC XX.
       01 WS-EMPRESTIMO-STATUS PIC XX.
       01 WS-CONTA-STATUS     PIC XX.
       01 WS-BLOQUEIO-STATUS  PIC XX.
       01 WS-MOVIMENTO-STATUS PIC XX.
       01 WS-EOF-PARCELA      PIC X VALUE "N".
           88 FIM-PARCELAS       VALUE "S".
       01 WS-EOF-BLOQUEIO     PIC X(1).
           88 FIM-BLOQUEIOS      VALUE "S".
       01 WS-CONTRATOS-ABERTOS PIC X(1) VALUE "N".
           88 CONTRATOS-ABERTOS  VALUE "S".
       01 WS-HOJE             PIC 9(8).
       01 WS-AGORA            PIC 9(8).
      *    Taxas padrao de contingencia: 0,10% ao dia e multa de 2%.
       01 WS-TAXA-MORA-DIA    PIC 9(1)V9(4) VALUE 0.0010.
       01 WS-TAXA-MULTA       PIC 9(1)V9(4) VALUE 0.0200.
       01 WS-ACHOU-CONTRATO   PIC X(1).
           88 CONTRATO-ENCONTRADO VALUE "S".
       01 WS-ACHOU-CONTA      PIC X(1).
           88 CONTA-ENCONTRADA   VALUE "S".
       01 WS-PODE-PAGAR       PIC X(1).
           88 PARCELA-PAGAVEL    VALUE "S".
      *    Contrato que ja teve parcela recusada nesta rodada: as
      *    seguintes dele nao passam na frente da mais antiga.
       01 WS-CONTRATO-RECUSADO PIC 9(6) VALUE 0.
       01 WS-TOTAL-BLOQUEADO  PIC 9(8)V99.
       01 WS-VALOR-COBRADO    PIC 9(7)V99.
       01 WS-INT-HOJE         PIC 9(8).
       01 WS-INT-MORA         PIC 9(8).
       01 WS-DIAS-MORA        PIC 9(5).
       01 WS-RESULTADO-MOV    PIC X(1).
       01 WS-MOTIVO-MOV       PIC X(30).
       01 WS-QTD-LIDAS        PIC 9(8) VALUE 0.
       01 WS-QTD-PAGAS        PIC 9(8) VALUE 0.
       01 WS-QTD-NOVAS-VENC   PIC 9(8) VALUE 0.
       01 WS-QTD-EM-ATRASO    PIC 9(8) VALUE 0.
       01 WS-QTD-QUITADOS     PIC 9(8) VALUE 0.
       01 WS-SOMA-COBRADA     PIC 9(10)V99 VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO
           MOVE WS-HOJE TO WS-AV-DATA-NEG
           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-HOJE)

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           PERFORM LER-CARTAO-PARAMETROS
           IF WS-PARM-ACHADO = "S"
               MOVE PARM-TAXA-MORA-DIA TO WS-TAXA-MORA-DIA
               MOVE PARM-TAXA-MULTA TO WS-TAXA-MULTA
           END-IF

           OPEN I-O CONTA-FILE
           MOVE "contas_master.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN I-O" TO WS-ERR-OPERACAO
           MOVE WS-CONTA-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

      *    Sem contratos ainda nao ha o que cobrar.
           OPEN I-O EMPRESTIMO-FILE
           IF WS-EMPRESTIMO-STATUS = "00"
               MOVE "S" TO WS-CONTRATOS-ABERTOS
           ELSE
               MOVE "S" TO WS-EOF-PARCELA
           END-IF
           OPEN I-O PARCELA-FILE
           IF WS-PARCELA-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-PARCELA
           END-IF

           IF NOT FIM-PARCELAS
               MOVE LOW-VALUES TO PC-CHAVE
               START PARCELA-FILE KEY NOT < PC-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF-PARCELA
               END-START
           END-IF

           PERFORM UNTIL FIM-PARCELAS
               READ PARCELA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PARCELA
                   NOT AT END
                       IF (PC-SITUACAO = "A" OR PC-SITUACAO = "V")
                               AND PC-DATA-VENC NOT > WS-HOJE
                           ADD 1 TO WS-QTD-LIDAS
                           PERFORM PROCESSAR-PARCELA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PARCELA-STATUS = "00" OR WS-PARCELA-STATUS = "10"
               CLOSE PARCELA-FILE
           END-IF
           IF CONTRATOS-ABERTOS
               CLOSE EMPRESTIMO-FILE
           END-IF
           CLOSE CONTA-FILE

           DISPLAY "Parcelas de emprestimo. Pagas: " WS-QTD-PAGAS
                   "  Em atraso: " WS-QTD-EM-ATRASO
                   "  Vencidas hoje: " WS-QTD-NOVAS-VENC
                   "  Quitados: " WS-QTD-QUITADOS

           IF WS-QTD-EM-ATRASO > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-LIDAS TO CT-LIDOS
           MOVE WS-QTD-PAGAS TO CT-GRAVADOS
           MOVE WS-QTD-EM-ATRASO TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-SOMA-COBRADA TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-LIDAS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

      *    Contrato fora de "A" (cancelado ou ja quitado) nao cobra.
      *    A parcela so e paga com os encargos ja corridos ate hoje.
       PROCESSAR-PARCELA.
           PERFORM LER-CONTRATO-PARCELA
           IF CONTRATO-ENCONTRADO AND EP-SITUACAO = "A"
               PERFORM ATUALIZAR-MORA
               MOVE "N" TO WS-PODE-PAGAR
               IF PC-CONTRATO NOT = WS-CONTRATO-RECUSADO
                   PERFORM AVALIAR-PAGAMENTO
               END-IF
               IF PARCELA-PAGAVEL
                   PERFORM PAGAR-PARCELA
               ELSE
                   PERFORM MARCAR-VENCIDA
               END-IF
           END-IF.

       AVALIAR-PAGAMENTO.
           COMPUTE WS-VALOR-COBRADO ROUNDED =
               PC-VALOR + PC-MULTA + PC-MORA

           MOVE "N" TO WS-ACHOU-CONTA
           MOVE EP-CONTA TO CM-CONTA
           READ CONTA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-CONTA
           END-READ

           IF CONTA-ENCONTRADA AND CM-SITUACAO = "A"
               PERFORM CALCULAR-BLOQUEIOS-CONTA
               IF CM-SALDO + CM-LIMITE-CHEQUE
                       - WS-TOTAL-BLOQUEADO NOT < WS-VALOR-COBRADO
                   MOVE "S" TO WS-PODE-PAGAR
               END-IF
           END-IF.

      *    Mora simples ao dia sobre o valor da parcela, do ultimo
      *    calculo (PC-DATA-MORA) ate hoje - pega tambem os dias sem
      *    lote (fim de semana, feriado).
       ATUALIZAR-MORA.
           IF PC-SITUACAO = "V"
               COMPUTE WS-INT-MORA =
                   FUNCTION INTEGER-OF-DATE(PC-DATA-MORA)
               IF WS-INT-HOJE > WS-INT-MORA
                   COMPUTE WS-DIAS-MORA = WS-INT-HOJE - WS-INT-MORA
                   COMPUTE PC-MORA ROUNDED = PC-MORA +
                       PC-VALOR * WS-TAXA-MORA-DIA * WS-DIAS-MORA
                   MOVE WS-HOJE TO PC-DATA-MORA
               END-IF
           END-IF.

       PAGAR-PARCELA.
           SUBTRACT WS-VALOR-COBRADO FROM CM-SALDO
           REWRITE CONTA-MASTER-REC
           IF CM-SALDO < 0 AND CM-SALDO + WS-VALOR-COBRADO >= 0
               MOVE CM-CONTA TO WS-AV-CONTA
               MOVE "N" TO WS-AV-TIPO
               MOVE CM-SALDO TO WS-AV-VALOR
               MOVE "Parcela emprestimo" TO WS-AV-REFERENCIA
               PERFORM GRAVAR-AVISO-CLIENTE
           END-IF

           MOVE "P" TO PC-SITUACAO
           MOVE WS-HOJE TO PC-DATA-PAGTO
           MOVE WS-VALOR-COBRADO TO PC-VALOR-PAGO
           REWRITE PARCELA-REC

           ADD 1 TO WS-QTD-PAGAS
           ADD WS-VALOR-COBRADO TO WS-SOMA-COBRADA

           MOVE "A" TO WS-RESULTADO-MOV
           MOVE SPACES TO WS-MOTIVO-MOV
           STRING "Parcela " DELIMITED BY SIZE
                  PC-NUMERO DELIMITED BY SIZE
                  " emprest. " DELIMITED BY SIZE
                  PC-CONTRATO DELIMITED BY SIZE
                  INTO WS-MOTIVO-MOV
           END-STRING
           PERFORM GRAVAR-MOVIMENTO-PARCELA

      *    As parcelas saem em ordem e a recusa segura as seguintes,
      *    entao a ultima paga quer dizer contrato liquidado.
           IF PC-NUMERO = EP-PRAZO
               MOVE "Q" TO EP-SITUACAO
               REWRITE EMPRESTIMO-REC
               ADD 1 TO WS-QTD-QUITADOS
           END-IF.

      *    Primeira recusa: a parcela passa a vencida com a multa e
      *    a mora correndo desde o vencimento, e o extrato ganha o
      *    movimento negado. Nas seguintes so a mora foi atualizada.
       MARCAR-VENCIDA.
           MOVE PC-CONTRATO TO WS-CONTRATO-RECUSADO
           ADD 1 TO WS-QTD-EM-ATRASO

           IF PC-SITUACAO = "A"
               MOVE "V" TO PC-SITUACAO
               COMPUTE PC-MULTA ROUNDED = PC-VALOR * WS-TAXA-MULTA
               MOVE PC-DATA-VENC TO PC-DATA-MORA
               PERFORM ATUALIZAR-MORA
               ADD 1 TO WS-QTD-NOVAS-VENC

               COMPUTE WS-VALOR-COBRADO ROUNDED = PC-VALOR
               MOVE "N" TO WS-RESULTADO-MOV
               MOVE SPACES TO WS-MOTIVO-MOV
               STRING "Parcela " DELIMITED BY SIZE
                      PC-NUMERO DELIMITED BY SIZE
                      " emp. " DELIMITED BY SIZE
                      PC-CONTRATO DELIMITED BY SIZE
                      " atraso" DELIMITED BY SIZE
                      INTO WS-MOTIVO-MOV
               END-STRING
               PERFORM GRAVAR-MOVIMENTO-PARCELA
           END-IF

           REWRITE PARCELA-REC.

       LER-CONTRATO-PARCELA.
           MOVE "N" TO WS-ACHOU-CONTRATO
           MOVE PC-CONTRATO TO EP-CONTRATO
           READ EMPRESTIMO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-CONTRATO
           END-READ.

       CALCULAR-BLOQUEIOS-CONTA.
           MOVE 0 TO WS-TOTAL-BLOQUEADO
           MOVE "N" TO WS-EOF-BLOQUEIO

           OPEN INPUT BLOQUEIO-FILE
           IF WS-BLOQUEIO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-BLOQUEIO
           END-IF

           PERFORM UNTIL FIM-BLOQUEIOS
               READ BLOQUEIO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-BLOQUEIO
                   NOT AT END
                       IF BJ-CONTA = EP-CONTA AND
                               BJ-SITUACAO = "A" AND
                               (BJ-DATA-FIM = 0 OR
                                BJ-DATA-FIM >= WS-HOJE)
                           ADD BJ-VALOR TO WS-TOTAL-BLOQUEADO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-BLOQUEIO-STATUS = "00" OR WS-BLOQUEIO-STATUS = "10"
               CLOSE BLOQUEIO-FILE
           END-IF.

       GRAVAR-MOVIMENTO-PARCELA.
           ACCEPT WS-AGORA FROM TIME
           OPEN EXTEND MOVIMENTO-FILE
           IF WS-MOVIMENTO-STATUS = "35"
               OPEN OUTPUT MOVIMENTO-FILE
           END-IF
           MOVE WS-HOJE TO MV-DATA
           MOVE WS-AGORA TO MV-HORA
           MOVE "L" TO MV-TIPO
           MOVE 0 TO MV-AGENCIA
           MOVE EP-CONTA TO MV-CONTA
           MOVE WS-VALOR-COBRADO TO MV-VALOR
           MOVE WS-RESULTADO-MOV TO MV-RESULTADO
           MOVE WS-MOTIVO-MOV TO MV-MOTIVO
           MOVE SPACES TO MV-TERMINAL
           MOVE SPACES TO MV-OPERADOR
           WRITE MOVIMENTO-REC
           CLOSE MOVIMENTO-FILE.

           COPY "PARMCARD.CPY" REPLACING
               ROTINA-NOME   BY LER-CARTAO-PARAMETROS
               ARQUIVO-PARM  BY PARM-FILE
               REGISTRO-PARM BY PARM-REC
               FLAG-ACHADO   BY WS-PARM-ACHADO.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "DebitarParcelas".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "DebitarParcelas".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "DebitarParcelas".

           COPY "AVISOGRV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-AVISO-CLIENTE
               PROGRAMA-NOME BY "DebitarParcelas".
