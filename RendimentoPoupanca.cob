       IDENTIFICATION DIVISION.
       PROGRAM-ID. RendimentoPoupanca.

      *    Passo noturno de rendimento da poupanca: percorre o
      *    cadastro de contas e, para cada conta poupanca
      *    (CM-PRODUTO "P") ativa ou dormente com saldo positivo que
      *    chegou ao dia de aniversario do mes (CM-DIA-ANIVERSARIO) e
      *    ainda nao foi creditada no mes (CM-MES-RENDIMENTO), credita
      *    o rendimento pela taxa mensal parametrizada em
      *    data/poupanca_parm.dat e grava o lancamento no movimento
      *    (MV-TIPO "P") para o extrato e para a interface do razao.
      *    So rende o que ficou o mes inteiro na conta: a base e o
      *    menor saldo desde o aniversario anterior, remontado de tras
      *    para frente a partir do saldo de hoje com o movimento
      *    (segmento do mes anterior e online, sentido de cada
      *    lancamento pela rotina MOVSENT.CPY). Deposito feito depois
      *    do aniversario anterior so rende no aniversario seguinte
      *    ao primeiro mes cheio; saque no meio do mes tira da base o
      *    que saiu. Sao tres passagens: separa as contas que
      *    aniversariam hoje, varre o movimento uma vez para todas e
      *    credita.
      *    O aniversario que cai em fim de semana ou feriado e
      *    creditado no primeiro dia util seguinte, porque o teste e
      *    "dia de hoje >= aniversario e mes ainda nao creditado".
      *    Roda antes do passo SAQUE: o VerificarSaque leva os
      *    rendimentos do dia para o GL junto com o lote.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTA-FILE ASSIGN TO "data/contas_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT MOVIMENTO-FILE ASSIGN TO "data/saque_movimentos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.

           SELECT MOVSEG-FILE ASSIGN TO DYNAMIC WS-MOVSEG-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVSEG-STATUS.

           SELECT PARM-FILE ASSIGN TO "data/poupanca_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-FILE.
       COPY "CONTAREC.CPY".

       FD  MOVIMENTO-FILE.
       COPY "MOVREC.CPY".

      *    Segmento mensal do movimento (mesmo layout do online).
       FD  MOVSEG-FILE.
       01  MOVSEG-REC           PIC X(87).

      *    Cartao de parametros da taxa: fracao ao mes (ex.: 0.0050
      *    = 0,50% ao mes). Sem o arquivo vale o padrao abaixo.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-TAXA-MES     PIC 9(1)V9(4).

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
       01 WS-PARM-ACHADO      PIC X(1).
       01 WS-CONTA-STATUS     PIC XX.
       01 WS-MOVIMENTO-STATUS PIC XX.
       01 WS-MOVSEG-STATUS    PIC XX.
       01 WS-MOVSEG-NOME      PIC X(60).
       01 WS-EOF-CONTA        PIC X VALUE "N".
           88 FIM-CONTAS          VALUE "S".
       01 WS-EOF-MOVIMENTO    PIC X VALUE "N".
           88 FIM-MOVIMENTO       VALUE "S".
       01 WS-MES-ANTERIOR     PIC 9(6).
       01 WS-HOJE             PIC 9(8).
       01 WS-MES-HOJE         PIC 9(6).
       01 WS-DIA-HOJE         PIC 9(2).
       01 WS-AGORA            PIC 9(8).
       01 WS-DIA-ANIVERSARIO  PIC 9(2).
      *    Taxa padrao de contingencia: 0,50% ao mes.
       01 WS-TAXA-MES         PIC 9(1)V9(4) VALUE 0.0050.
      *    Rendimento arredondado ao centavo; o mes em que
      *    arredonda para zero e dado como creditado sem lancamento,
      *    como o juro do cheque especial.
       01 WS-RENDIMENTO       PIC 9(7)V99.
      *    Contas que aniversariam hoje. RD-DATA-BASE: aniversario
      *    anterior; RD-VARIACAO: soma com sinal dos lancamentos
      *    depois dele, na ordem do movimento; RD-MENOR-VARIACAO: o
      *    menor valor que essa soma atingiu (zero se nunca ficou
      *    negativa). Menor saldo do periodo = saldo de hoje -
      *    RD-VARIACAO + RD-MENOR-VARIACAO. Conta alem da tabela fica
      *    para a noite seguinte (o mes continua nao creditado).
       01 WS-QTD-DEVIDAS      PIC 9(4) VALUE 0.
       01 WS-MAX-DEVIDAS      PIC 9(4) VALUE 500.
       01 WS-QTD-ADIADAS      PIC 9(8) VALUE 0.
       01 WS-IDX-RD           PIC 9(4).
       01 WS-TAB-DEVIDAS.
           05 WS-RD-ENT OCCURS 500 TIMES.
               10 RD-CONTA          PIC 9(6).
               10 RD-DATA-BASE      PIC 9(8).
               10 RD-VARIACAO       PIC S9(11)V99.
               10 RD-MENOR-VARIACAO PIC S9(11)V99.
       01 WS-CONTA-ALVO       PIC 9(6).
       01 WS-DEB-CRED         PIC X(1).
       01 WS-SALDO-BASE       PIC S9(11)V99.
       01 WS-QTD-CONTAS       PIC 9(8) VALUE 0.
       01 WS-QTD-POUPANCAS    PIC 9(8) VALUE 0.
       01 WS-QTD-LANCADAS     PIC 9(8) VALUE 0.
       01 WS-SOMA-RENDIMENTO  PIC 9(8)V99 VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO
           MOVE WS-HOJE(1:6) TO WS-MES-HOJE
           MOVE WS-HOJE(7:2) TO WS-DIA-HOJE
           MOVE WS-MES-HOJE TO WS-MES-ANTERIOR
           IF WS-MES-HOJE(5:2) = "01"
               SUBTRACT 89 FROM WS-MES-ANTERIOR
           ELSE
               SUBTRACT 1 FROM WS-MES-ANTERIOR
           END-IF

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           PERFORM LER-CARTAO-PARAMETROS
           IF WS-PARM-ACHADO = "S"
               MOVE PARM-TAXA-MES TO WS-TAXA-MES
           END-IF

           OPEN I-O CONTA-FILE
           MOVE "contas_master.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN I-O" TO WS-ERR-OPERACAO
           MOVE WS-CONTA-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE LOW-VALUES TO CM-CONTA
           START CONTA-FILE KEY NOT < CM-CONTA
               INVALID KEY
                   MOVE "S" TO WS-EOF-CONTA
           END-START

           PERFORM UNTIL FIM-CONTAS
               READ CONTA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-CONTA
                   NOT AT END
                       ADD 1 TO WS-QTD-CONTAS
                       IF CM-PRODUTO = "P" AND
                               (CM-SITUACAO = "A" OR
                                CM-SITUACAO = "D")
                           ADD 1 TO WS-QTD-POUPANCAS
                           PERFORM AVALIAR-ANIVERSARIO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-DEVIDAS > 0
               PERFORM VARRER-MOVIMENTO
               PERFORM VARYING WS-IDX-RD FROM 1 BY 1
                       UNTIL WS-IDX-RD > WS-QTD-DEVIDAS
                   MOVE RD-CONTA(WS-IDX-RD) TO CM-CONTA
                   READ CONTA-FILE
                       INVALID KEY
                           DISPLAY "Conta " CM-CONTA
                                   " sumiu do cadastro."
                       NOT INVALID KEY
                           PERFORM LANCAR-RENDIMENTO-CONTA
                   END-READ
               END-PERFORM
           END-IF

           CLOSE CONTA-FILE

           DISPLAY "Rendimento de poupanca lancado. Contas: "
                   WS-QTD-LANCADAS
           IF WS-QTD-ADIADAS > 0
               DISPLAY "Poupancas adiadas para a proxima noite: "
                       WS-QTD-ADIADAS
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-CONTAS TO CT-LIDOS
           MOVE WS-QTD-LANCADAS TO CT-GRAVADOS
           MOVE 0 TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-SOMA-RENDIMENTO TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-CONTAS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

      *    Aniversario zerado (registro anterior ao campo) vale dia 1.
      *    Mes ja creditado ou aniversario ainda por vir nao lanca;
      *    a conta que aniversaria entra na tabela com o aniversario
      *    anterior como inicio do periodo.
       AVALIAR-ANIVERSARIO.
           MOVE CM-DIA-ANIVERSARIO TO WS-DIA-ANIVERSARIO
           IF WS-DIA-ANIVERSARIO = 0 OR WS-DIA-ANIVERSARIO > 28
               MOVE 1 TO WS-DIA-ANIVERSARIO
           END-IF

           IF CM-MES-RENDIMENTO < WS-MES-HOJE
                   AND WS-DIA-HOJE >= WS-DIA-ANIVERSARIO
               IF WS-QTD-DEVIDAS < WS-MAX-DEVIDAS
                   ADD 1 TO WS-QTD-DEVIDAS
                   MOVE CM-CONTA TO RD-CONTA(WS-QTD-DEVIDAS)
                   COMPUTE RD-DATA-BASE(WS-QTD-DEVIDAS) =
                       WS-MES-ANTERIOR * 100 + WS-DIA-ANIVERSARIO
                   MOVE 0 TO RD-VARIACAO(WS-QTD-DEVIDAS)
                   MOVE 0 TO RD-MENOR-VARIACAO(WS-QTD-DEVIDAS)
               ELSE
                   ADD 1 TO WS-QTD-ADIADAS
               END-IF
           END-IF.

      *    Segmento do mes do aniversario anterior, depois o online;
      *    lancamento do proprio dia do aniversario anterior conta
      *    como presente o mes inteiro e fica fora da variacao.
       VARRER-MOVIMENTO.
           MOVE SPACES TO WS-MOVSEG-NOME
           STRING "data/saque_movimentos_" DELIMITED BY SIZE
                  WS-MES-ANTERIOR DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-MOVSEG-NOME
           END-STRING

           MOVE "N" TO WS-EOF-MOVIMENTO
           OPEN INPUT MOVSEG-FILE
           IF WS-MOVSEG-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-MOVIMENTO
           END-IF
           PERFORM UNTIL FIM-MOVIMENTO
               READ MOVSEG-FILE
                   AT END
                       MOVE "S" TO WS-EOF-MOVIMENTO
                   NOT AT END
                       MOVE MOVSEG-REC TO MOVIMENTO-REC
                       PERFORM AVALIAR-LANCAMENTO
               END-READ
           END-PERFORM
           IF WS-MOVSEG-STATUS = "00" OR WS-MOVSEG-STATUS = "10"
               CLOSE MOVSEG-FILE
           END-IF

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
                       PERFORM AVALIAR-LANCAMENTO
               END-READ
           END-PERFORM
           IF WS-MOVIMENTO-STATUS = "00" OR WS-MOVIMENTO-STATUS = "10"
               CLOSE MOVIMENTO-FILE
           END-IF.

       AVALIAR-LANCAMENTO.
           PERFORM VARYING WS-IDX-RD FROM 1 BY 1
                   UNTIL WS-IDX-RD > WS-QTD-DEVIDAS
               IF MV-DATA > RD-DATA-BASE(WS-IDX-RD)
                   MOVE RD-CONTA(WS-IDX-RD) TO WS-CONTA-ALVO
                   PERFORM CLASSIFICAR-LANCAMENTO
                   EVALUATE WS-DEB-CRED
                       WHEN "D"
                           SUBTRACT MV-VALOR
                               FROM RD-VARIACAO(WS-IDX-RD)
                       WHEN "C"
                           ADD MV-VALOR TO RD-VARIACAO(WS-IDX-RD)
                   END-EVALUATE
                   IF RD-VARIACAO(WS-IDX-RD)
                           < RD-MENOR-VARIACAO(WS-IDX-RD)
                       MOVE RD-VARIACAO(WS-IDX-RD)
                           TO RD-MENOR-VARIACAO(WS-IDX-RD)
                   END-IF
               END-IF
           END-PERFORM.

      *    Rendimento do mes sobre o menor saldo do periodo,
      *    creditado direto no saldo e espelhado no movimento; o mes
      *    fica marcado como creditado mesmo quando nao ha rendimento
      *    (base zero ou arredondada a zero).
       LANCAR-RENDIMENTO-CONTA.
           COMPUTE WS-SALDO-BASE = CM-SALDO
               - RD-VARIACAO(WS-IDX-RD)
               + RD-MENOR-VARIACAO(WS-IDX-RD)
           MOVE 0 TO WS-RENDIMENTO
           IF WS-SALDO-BASE > 0
               COMPUTE WS-RENDIMENTO ROUNDED =
                   WS-SALDO-BASE * WS-TAXA-MES
           END-IF

           IF WS-RENDIMENTO > 0
               ADD WS-RENDIMENTO TO CM-SALDO
               ADD 1 TO WS-QTD-LANCADAS
               ADD WS-RENDIMENTO TO WS-SOMA-RENDIMENTO
               PERFORM GRAVAR-MOVIMENTO-RENDIMENTO
           END-IF
           MOVE WS-MES-HOJE TO CM-MES-RENDIMENTO
           REWRITE CONTA-MASTER-REC.

       GRAVAR-MOVIMENTO-RENDIMENTO.
           ACCEPT WS-AGORA FROM TIME
           OPEN EXTEND MOVIMENTO-FILE
           IF WS-MOVIMENTO-STATUS = "35"
               OPEN OUTPUT MOVIMENTO-FILE
           END-IF
           MOVE WS-HOJE TO MV-DATA
           MOVE WS-AGORA TO MV-HORA
           MOVE "P" TO MV-TIPO
           MOVE 0 TO MV-AGENCIA
           MOVE CM-CONTA TO MV-CONTA
           MOVE WS-RENDIMENTO TO MV-VALOR
           MOVE "A" TO MV-RESULTADO
           MOVE "Rendimento poupanca." TO MV-MOTIVO
           MOVE SPACES TO MV-TERMINAL
           MOVE SPACES TO MV-OPERADOR
           WRITE MOVIMENTO-REC
           CLOSE MOVIMENTO-FILE.

           COPY "MOVSENT.CPY" REPLACING
               ROTINA-NOME   BY CLASSIFICAR-LANCAMENTO
               CONTA-ALVO    BY WS-CONTA-ALVO
               CAMPO-SENTIDO BY WS-DEB-CRED.

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
               PROGRAMA-NOME BY "RendimentoPoupanca".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "RendimentoPoupanca".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "RendimentoPoupanca".
