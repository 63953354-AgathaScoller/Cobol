      *    da agencia) e consulta os dados de uma conta. Sem este
      *    programa o cadastro nunca e povoado e todo saque cairia
      *    em "Conta inexistente.".
      *    O encerramento liquida o que esta preso a conta: recusa
      *    enquanto houver disputa aberta, bloqueio vigente ou
      *    emprestimo em aberto; cancela as ordens programadas e as
      *    folhas de cheque nao usadas, cobra a tarifa de saques do
      *    mes, paga o saldo final (movimentos "F" e "X") e imprime
      *    o termo de encerramento (data/termo_encerramento.txt)
      *    para o titular assinar. Cada etapa vai para a auditoria.
      *    Conta conjunta: a opcao de titulares liga outros CPFs a
      *    conta (data/contas_titulares.dat, segundo titular ou
      *    representante legal) e define a regra de assinatura -
      *    qualquer titular sozinho ou dois juntos acima de um valor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS MD-ID
               FILE STATUS IS WS-MUDANCA-STATUS.

           SELECT ORDEM-FILE ASSIGN TO "data/ordens_programadas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-ORDEM-STATUS.

           SELECT TALAO-FILE ASSIGN TO "data/cheques_talao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-CHAVE
               FILE STATUS IS WS-TALAO-STATUS.

           SELECT DISPUTA-FILE ASSIGN TO "data/disputas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-ID
               FILE STATUS IS WS-DISPUTA-STATUS.

           SELECT BLOQUEIO-FILE ASSIGN TO
                   "data/bloqueios_judiciais.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BJ-ID
               FILE STATUS IS WS-BLOQUEIO-STATUS.

           SELECT TITULAR-FILE ASSIGN TO "data/contas_titulares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-CHAVE
               FILE STATUS IS WS-TITULAR-STATUS.

           SELECT EMPRESTIMO-FILE ASSIGN TO "data/emprestimos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CONTRATO
               FILE STATUS IS WS-EMPRESTIMO-STATUS.

           SELECT LIMITE-DIARIO-FILE ASSIGN TO "data/saque_limites.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LD-CONTA
               FILE STATUS IS WS-LIMITE-STATUS.

           SELECT TARIFA-FILE ASSIGN TO "data/tarifas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFA-STATUS.

           SELECT MOVIMENTO-FILE ASSIGN TO "data/saque_movimentos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.

           SELECT TERMO-REPORT ASSIGN TO
                   "data/termo_encerramento.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMO-STATUS.

           COPY "JRNLSEL.CPY".

           COPY "SPOOLSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  MUDANCA-FILE.
       COPY "MUDAREC.CPY".

       FD  ORDEM-FILE.
       COPY "ORDPREC.CPY".

       FD  TALAO-FILE.
       COPY "TALAOREC.CPY".

       FD  DISPUTA-FILE.
       COPY "DISPREC.CPY".

       FD  BLOQUEIO-FILE.
       COPY "BLOQREC.CPY".

       FD  TITULAR-FILE.
       COPY "TITULREC.CPY".

       FD  EMPRESTIMO-FILE.
       COPY "EMPSTREC.CPY".

       FD  LIMITE-DIARIO-FILE.
       01  LIMITE-DIARIO-REC.
           05 LD-CONTA          PIC 9(6).
           05 LD-DATA           PIC 9(8).
           05 LD-TOTAL-DIA      PIC 9(6)V99.
           05 LD-AGENCIA        PIC 9(3).
           05 LD-MES            PIC 9(6).
           05 LD-QTD-MES        PIC 9(4).

       FD  TARIFA-FILE.
       01  TARIFA-REC.
           05 TAR-FRANQUIA      PIC 9(2).
           05 TAR-VALOR         PIC 9(3)V99.
           05 TAR-FRANQUIA-POUP PIC 9(2).

       FD  MOVIMENTO-FILE.
       COPY "MOVREC.CPY".

       FD  TERMO-REPORT.
       01  TERMO-LINE           PIC X(70).

       COPY "JRNLFD.CPY".

       COPY "SPOOLFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "PERMWS.CPY".
       COPY "QUIEWS.CPY".
       COPY "JRNLWS.CPY".
       COPY "SPOOLWS.CPY".
       COPY "TITULWS.CPY".
       01 WS-CONTA-STATUS  PIC XX.
       01 WS-USER-STATUS   PIC XX.
       01 OPCAO            PIC X(1).
       01 WS-NOME          PIC X(20).
       01 WS-VALOR-AJUSTE  PIC S9(7)V99.
       01 WS-TIER          PIC X(1).
       01 WS-PRODUTO       PIC X(1).
       01 WS-SALDO-EDIT    PIC -Z(6)9.99.
       01 WS-LIMITE-NOVO   PIC 9(6)V99.
       01 WS-LIMITE-EDIT   PIC Z(5)9.99.
       01 WS-MUD-SESSOP        PIC X(1).
       01 WS-MUD-OPERADOR      PIC X(10).
       01 WS-MUD-TERMINAL     PIC X(8).
      *    Encerramento de conta.
       01 WS-ORDEM-STATUS      PIC XX.
       01 WS-TALAO-STATUS      PIC XX.
       01 WS-DISPUTA-STATUS    PIC XX.
       01 WS-BLOQUEIO-STATUS   PIC XX.
       01 WS-EMPRESTIMO-STATUS PIC XX.
       01 WS-LIMITE-STATUS     PIC XX.
       01 WS-TARIFA-STATUS     PIC XX.
       01 WS-MOVIMENTO-STATUS  PIC XX.
       01 WS-TERMO-STATUS      PIC XX.
       01 WS-EOF-PENDENCIA     PIC X(1).
           88 FIM-PENDENCIA        VALUE "S".
       01 WS-CONFIRMA          PIC X(1).
       01 WS-AGORA             PIC 9(8).
       01 WS-QTD-IMPEDIMENTOS  PIC 9(4).
       01 WS-QTD-ORDENS-CANC   PIC 9(4).
       01 WS-QTD-FOLHAS-CANC   PIC 9(4).
      *    Tarifa de saques do mes: mesma regra e mesmos padroes do
      *    TarifaMensal (franquia da conta corrente, da poupanca e
      *    valor por saque excedente, de data/tarifas.dat).
       01 WS-FRANQUIA          PIC 9(2) VALUE 4.
       01 WS-FRANQUIA-POUPANCA PIC 9(2) VALUE 2.
       01 WS-FRANQUIA-CONTA    PIC 9(2).
       01 WS-VALOR-TARIFA      PIC 9(3)V99 VALUE 2.50.
       01 WS-QTD-EXCEDENTES    PIC 9(4).
       01 WS-TARIFA-PENDENTE   PIC 9(6)V99.
       01 WS-SALDO-FINAL       PIC S9(7)V99.
       01 WS-SALDO-PAGO        PIC 9(7)V99.
       01 WS-TIPO-MOV          PIC X(1).
       01 WS-VALOR-MOV         PIC 9(7)V99.
       01 WS-MOTIVO-MOV        PIC X(30).
       01 WS-TARIFA-EDIT       PIC Z(5)9.99.
       01 WS-PAGO-EDIT         PIC Z(6)9.99.
      *    Titulares e regra de assinatura.
       01 WS-OPCAO-TIT         PIC X(1).
       01 WS-PAPEL             PIC X(1).
       01 WS-REGRA             PIC X(1).
       01 WS-VALOR-CONJUNTA    PIC 9(7)V99.
       01 WS-CONJUNTA-EDIT     PIC Z(6)9.99.
       01 WS-CPF-ANTERIOR      PIC 9(11).
       01 WS-TITULAR-REMOVIDO  PIC X(1).

       PROCEDURE DIVISION.
       INICIO.

           DISPLAY "Manutencao de contas - (A)brir, (E)ncerrar, "
                   "(R)eativar, a(J)ustar saldo, (T)ier, "
                   "(L)imite cheque especial, (V)incular cliente, "
                   "(M)ultiplos titulares ou (C)onsultar? "
           ACCEPT OPCAO

      *    Com a janela aberta so a consulta segue; a opcao de
               WHEN "V"
               WHEN "v"
                   PERFORM VINCULAR-CLIENTE
               WHEN "M"
               WHEN "m"
                   PERFORM MANTER-TITULARES
               WHEN "C"
               WHEN "c"
                   PERFORM CONSULTAR-CONTA
               MOVE "A" TO CM-SITUACAO
               MOVE WS-TIER TO CM-TIER
               MOVE 0 TO CM-LIMITE-CHEQUE
               MOVE "I" TO CM-REGRA-ASSINATURA
               MOVE 0 TO CM-VALOR-CONJUNTA

               DISPLAY "Produto (C)orrente ou (P)oupanca: "
               ACCEPT WS-PRODUTO
               IF WS-PRODUTO = "p"
                   MOVE "P" TO WS-PRODUTO
               END-IF
               IF WS-PRODUTO NOT = "P"
                   MOVE "C" TO WS-PRODUTO
               END-IF
               MOVE WS-PRODUTO TO CM-PRODUTO
               PERFORM DEFINIR-ANIVERSARIO

               DISPLAY "CPF do titular (0 = sem vinculo): "
               ACCEPT WS-CPF

           DISPLAY MENSAGEM.

      *    Aniversario da poupanca: o dia da abertura. Aberturas em
      *    29, 30 ou 31 aniversariam no dia 1, e o primeiro credito
      *    so sai no mes seguinte ao proximo (o mes corrente e o
      *    seguinte ficam marcados como ja creditados). A conta
      *    corrente nao tem aniversario.
       DEFINIR-ANIVERSARIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           MOVE 0 TO CM-DIA-ANIVERSARIO
           MOVE 0 TO CM-MES-RENDIMENTO
           IF CM-PRODUTO = "P"
               MOVE WS-HOJE(7:2) TO CM-DIA-ANIVERSARIO
               MOVE WS-HOJE(1:6) TO CM-MES-RENDIMENTO
               IF CM-DIA-ANIVERSARIO > 28
                   MOVE 1 TO CM-DIA-ANIVERSARIO
                   IF WS-HOJE(5:2) = "12"
                       COMPUTE CM-MES-RENDIMENTO =
                           CM-MES-RENDIMENTO + 89
                   ELSE
                       ADD 1 TO CM-MES-RENDIMENTO
                   END-IF
               END-IF
           END-IF.

      *    Encerramento: so segue sem disputa aberta, bloqueio
      *    vigente (judicial ou float de cheque) nem emprestimo em
      *    aberto, e com saldo que cubra a tarifa pendente - conta
      *    devedora e regularizada antes. Confirmado o resumo, liquida
      *    tudo e marca "E".
       ENCERRAR-CONTA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           DISPLAY "Numero da conta: "
           ACCEPT CONTA

           PERFORM LER-CONTA
           EVALUATE TRUE
               WHEN NOT CONTA-ENCONTRADA
                   MOVE "Conta inexistente." TO MENSAGEM
               WHEN CM-SITUACAO = "E"
                   MOVE "Conta ja encerrada." TO MENSAGEM
               WHEN OTHER
                   PERFORM VERIFICAR-PENDENCIAS-CONTA
                   PERFORM CALCULAR-TARIFA-PENDENTE
                   COMPUTE WS-SALDO-FINAL =
                       CM-SALDO - WS-TARIFA-PENDENTE
                   EVALUATE TRUE
                       WHEN WS-QTD-IMPEDIMENTOS > 0
                           MOVE "Encerramento bloqueado: pendencias."
                               TO MENSAGEM
                       WHEN WS-SALDO-FINAL < 0
                           MOVE "Saldo devedor: regularizar antes."
                               TO MENSAGEM
                       WHEN OTHER
                           PERFORM CONFIRMAR-ENCERRAMENTO
                   END-EVALUATE
           END-EVALUATE

           DISPLAY MENSAGEM.

      *    Impedimentos: cada um sai na tela e na auditoria.
       VERIFICAR-PENDENCIAS-CONTA.
           MOVE 0 TO WS-QTD-IMPEDIMENTOS

           MOVE "N" TO WS-EOF-PENDENCIA
           OPEN INPUT DISPUTA-FILE
           IF WS-DISPUTA-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-PENDENCIA
           END-IF
           PERFORM UNTIL FIM-PENDENCIA
               READ DISPUTA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PENDENCIA
                   NOT AT END
                       IF DS-CONTA = CONTA AND DS-SITUACAO = "A"
                           ADD 1 TO WS-QTD-IMPEDIMENTOS
                           DISPLAY "Disputa aberta: " DS-ID
                           MOVE SPACES TO WS-AUDIT-SAIDA
                           STRING "IMPEDIMENTO DISPUTA="
                                      DELIMITED BY SIZE
                                  DS-ID DELIMITED BY SIZE
                                  INTO WS-AUDIT-SAIDA
                           END-STRING
                           PERFORM AUDITAR-ETAPA-ENCERRAMENTO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DISPUTA-STATUS = "00" OR WS-DISPUTA-STATUS = "10"
               CLOSE DISPUTA-FILE
           END-IF

           MOVE "N" TO WS-EOF-PENDENCIA
           OPEN INPUT BLOQUEIO-FILE
           IF WS-BLOQUEIO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-PENDENCIA
           END-IF
           PERFORM UNTIL FIM-PENDENCIA
               READ BLOQUEIO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PENDENCIA
                   NOT AT END
                       IF BJ-CONTA = CONTA AND BJ-SITUACAO = "A" AND
                               (BJ-DATA-FIM = 0 OR
                                BJ-DATA-FIM >= WS-HOJE)
                           ADD 1 TO WS-QTD-IMPEDIMENTOS
                           DISPLAY "Bloqueio vigente: " BJ-ID " "
                                   BJ-MOTIVO
                           MOVE SPACES TO WS-AUDIT-SAIDA
                           STRING "IMPEDIMENTO BLOQUEIO="
                                      DELIMITED BY SIZE
                                  BJ-ID DELIMITED BY SIZE
                                  INTO WS-AUDIT-SAIDA
                           END-STRING
                           PERFORM AUDITAR-ETAPA-ENCERRAMENTO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BLOQUEIO-STATUS = "00" OR WS-BLOQUEIO-STATUS = "10"
               CLOSE BLOQUEIO-FILE
           END-IF

           MOVE "N" TO WS-EOF-PENDENCIA
           OPEN INPUT EMPRESTIMO-FILE
           IF WS-EMPRESTIMO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-PENDENCIA
           END-IF
           PERFORM UNTIL FIM-PENDENCIA
               READ EMPRESTIMO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PENDENCIA
                   NOT AT END
                       IF EP-CONTA = CONTA AND
                               (EP-SITUACAO = "A" OR
                                EP-SITUACAO = "P")
                           ADD 1 TO WS-QTD-IMPEDIMENTOS
                           DISPLAY "Emprestimo em aberto: "
                                   EP-CONTRATO
                           MOVE SPACES TO WS-AUDIT-SAIDA
                           STRING "IMPEDIMENTO EMPRESTIMO="
                                      DELIMITED BY SIZE
                                  EP-CONTRATO DELIMITED BY SIZE
                                  INTO WS-AUDIT-SAIDA
                           END-STRING
                           PERFORM AUDITAR-ETAPA-ENCERRAMENTO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EMPRESTIMO-STATUS = "00" OR
                   WS-EMPRESTIMO-STATUS = "10"
               CLOSE EMPRESTIMO-FILE
           END-IF.

      *    Saques do mes corrente acima da franquia do produto, que
      *    o relatorio de fim de mes nao chegara a cobrar.
       CALCULAR-TARIFA-PENDENTE.
           MOVE 0 TO WS-TARIFA-PENDENTE

           OPEN INPUT TARIFA-FILE
           IF WS-TARIFA-STATUS = "00"
               READ TARIFA-FILE
                   NOT AT END
                       MOVE TAR-FRANQUIA TO WS-FRANQUIA
                       MOVE TAR-VALOR TO WS-VALOR-TARIFA
                       IF TAR-FRANQUIA-POUP IS NUMERIC
                           MOVE TAR-FRANQUIA-POUP TO
                               WS-FRANQUIA-POUPANCA
                       END-IF
               END-READ
               CLOSE TARIFA-FILE
           END-IF

           MOVE WS-FRANQUIA TO WS-FRANQUIA-CONTA
           IF CM-PRODUTO = "P"
               MOVE WS-FRANQUIA-POUPANCA TO WS-FRANQUIA-CONTA
           END-IF

           OPEN INPUT LIMITE-DIARIO-FILE
           IF WS-LIMITE-STATUS = "00"
               MOVE CONTA TO LD-CONTA
               READ LIMITE-DIARIO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LD-MES = WS-HOJE(1:6) AND
                               LD-QTD-MES > WS-FRANQUIA-CONTA
                           COMPUTE WS-QTD-EXCEDENTES =
                               LD-QTD-MES - WS-FRANQUIA-CONTA
                           COMPUTE WS-TARIFA-PENDENTE =
                               WS-QTD-EXCEDENTES * WS-VALOR-TARIFA
                       END-IF
               END-READ
               CLOSE LIMITE-DIARIO-FILE
           END-IF.

       CONFIRMAR-ENCERRAMENTO.
           MOVE WS-TARIFA-PENDENTE TO WS-TARIFA-EDIT
           MOVE WS-SALDO-FINAL TO WS-SALDO-EDIT
           DISPLAY "Titular: " CM-NOME "  CPF: " CM-CPF
           DISPLAY "Tarifa de saques do mes: " WS-TARIFA-EDIT
           DISPLAY "Saldo final a pagar: " WS-SALDO-EDIT
           DISPLAY "Ordens programadas e folhas de cheque nao "
                   "usadas serao canceladas."
           DISPLAY "Confirma o encerramento (S/N)? "
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM EXECUTAR-ENCERRAMENTO
               MOVE "Conta encerrada. Termo impresso." TO MENSAGEM
           ELSE
               MOVE "Encerramento nao confirmado." TO MENSAGEM
           END-IF.

       EXECUTAR-ENCERRAMENTO.
           MOVE CONTA-MASTER-REC TO WS-JR-ANTES

           PERFORM CANCELAR-ORDENS-CONTA
           PERFORM CANCELAR-FOLHAS-CONTA

           IF WS-TARIFA-PENDENTE > 0
               SUBTRACT WS-TARIFA-PENDENTE FROM CM-SALDO
               MOVE "F" TO WS-TIPO-MOV
               MOVE WS-TARIFA-PENDENTE TO WS-VALOR-MOV
               MOVE SPACES TO WS-MOTIVO-MOV
               STRING "Tarifa saques mes " DELIMITED BY SIZE
                      WS-HOJE(1:6) DELIMITED BY SIZE
                      INTO WS-MOTIVO-MOV
               END-STRING
               PERFORM GRAVAR-MOVIMENTO-ENCERRAMENTO
               MOVE SPACES TO WS-AUDIT-SAIDA
               STRING "TARIFA COBRADA=" DELIMITED BY SIZE
                      WS-TARIFA-EDIT DELIMITED BY SIZE
                      INTO WS-AUDIT-SAIDA
               END-STRING
               PERFORM AUDITAR-ETAPA-ENCERRAMENTO
           END-IF

           MOVE 0 TO WS-SALDO-PAGO
           IF CM-SALDO > 0
               MOVE CM-SALDO TO WS-SALDO-PAGO
               MOVE "X" TO WS-TIPO-MOV
               MOVE CM-SALDO TO WS-VALOR-MOV
               MOVE "Saldo pago no encerramento." TO WS-MOTIVO-MOV
               PERFORM GRAVAR-MOVIMENTO-ENCERRAMENTO
               MOVE 0 TO CM-SALDO
           END-IF
           MOVE WS-SALDO-PAGO TO WS-PAGO-EDIT
           MOVE SPACES TO WS-AUDIT-SAIDA
           STRING "SALDO PAGO=" DELIMITED BY SIZE
                  WS-PAGO-EDIT DELIMITED BY SIZE
                  INTO WS-AUDIT-SAIDA
           END-STRING
           PERFORM AUDITAR-ETAPA-ENCERRAMENTO

           MOVE "E" TO CM-SITUACAO
           REWRITE CONTA-MASTER-REC
           MOVE "R" TO WS-JR-OPERACAO
           MOVE CONTA-MASTER-REC TO WS-JR-DEPOIS
           PERFORM GRAVAR-JORNAL-CONTAS
           MOVE "CONTA ENCERRADA" TO WS-AUDIT-SAIDA
           PERFORM AUDITAR-ETAPA-ENCERRAMENTO

           PERFORM IMPRIMIR-TERMO-ENCERRAMENTO.

      *    Ordens ativas em que a conta e origem ou destino: uma
      *    ordem para conta encerrada so seria pulada toda noite.
       CANCELAR-ORDENS-CONTA.
           MOVE 0 TO WS-QTD-ORDENS-CANC
           MOVE "N" TO WS-EOF-PENDENCIA
           OPEN I-O ORDEM-FILE
           IF WS-ORDEM-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-PENDENCIA
           END-IF
           PERFORM UNTIL FIM-PENDENCIA
               READ ORDEM-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PENDENCIA
                   NOT AT END
                       IF OP-SITUACAO = "A" AND
                               (OP-CONTA-ORIGEM = CONTA OR
                                OP-CONTA-DESTINO = CONTA)
                           MOVE "C" TO OP-SITUACAO
                           REWRITE ORDEM-PROG-REC
                           ADD 1 TO WS-QTD-ORDENS-CANC
                           MOVE SPACES TO WS-AUDIT-SAIDA
                           STRING "ORDEM CANCELADA=" DELIMITED BY SIZE
                                  OP-ID DELIMITED BY SIZE
                                  INTO WS-AUDIT-SAIDA
                           END-STRING
                           PERFORM AUDITAR-ETAPA-ENCERRAMENTO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ORDEM-STATUS = "00" OR WS-ORDEM-STATUS = "10"
               CLOSE ORDEM-FILE
           END-IF.

      *    Folhas emitidas e nao pagas (inclusive as devolvidas, que
      *    poderiam ser reapresentadas) ficam canceladas: a
      *    apresentacao devolve pelo motivo 25.
       CANCELAR-FOLHAS-CONTA.
           MOVE 0 TO WS-QTD-FOLHAS-CANC
           MOVE "N" TO WS-EOF-PENDENCIA
           OPEN I-O TALAO-FILE
           IF WS-TALAO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-PENDENCIA
           ELSE
               MOVE CONTA TO TL-CONTA
               MOVE 0 TO TL-FOLHA
               START TALAO-FILE KEY NOT < TL-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF-PENDENCIA
               END-START
           END-IF
           PERFORM UNTIL FIM-PENDENCIA
               READ TALAO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PENDENCIA
                   NOT AT END
                       IF TL-CONTA NOT = CONTA
                           MOVE "S" TO WS-EOF-PENDENCIA
                       ELSE
                           IF TL-SITUACAO = "E" OR TL-SITUACAO = "D"
                               MOVE "C" TO TL-SITUACAO
                               MOVE WS-HOJE TO TL-DATA-BAIXA
                               REWRITE TALAO-REC
                               ADD 1 TO WS-QTD-FOLHAS-CANC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TALAO-STATUS = "00" OR WS-TALAO-STATUS = "10"
               CLOSE TALAO-FILE
           END-IF

           MOVE SPACES TO WS-AUDIT-SAIDA
           STRING "FOLHAS CANCELADAS=" DELIMITED BY SIZE
                  WS-QTD-FOLHAS-CANC DELIMITED BY SIZE
                  INTO WS-AUDIT-SAIDA
           END-STRING
           PERFORM AUDITAR-ETAPA-ENCERRAMENTO.

       GRAVAR-MOVIMENTO-ENCERRAMENTO.
           ACCEPT WS-AGORA FROM TIME
           OPEN EXTEND MOVIMENTO-FILE
           IF WS-MOVIMENTO-STATUS = "35"
               OPEN OUTPUT MOVIMENTO-FILE
           END-IF
           MOVE WS-HOJE TO MV-DATA
           MOVE WS-AGORA TO MV-HORA
           MOVE WS-TIPO-MOV TO MV-TIPO
           MOVE 0 TO MV-AGENCIA
           MOVE CONTA TO MV-CONTA
           MOVE WS-VALOR-MOV TO MV-VALOR
           MOVE "A" TO MV-RESULTADO
           MOVE WS-MOTIVO-MOV TO MV-MOTIVO
           MOVE "L" TO WS-MUD-SESSOP
           CALL "SessaoCorp" USING WS-MUD-SESSOP WS-MUD-OPERADOR
               WS-MUD-TERMINAL
           END-CALL
           MOVE SPACES TO MV-TERMINAL
           MOVE SPACES TO MV-OPERADOR
           IF WS-MUD-TERMINAL NOT = "-"
               MOVE WS-MUD-TERMINAL TO MV-TERMINAL
           END-IF
           IF WS-MUD-OPERADOR NOT = "-"
               MOVE WS-MUD-OPERADOR TO MV-OPERADOR
           END-IF
           WRITE MOVIMENTO-REC
           CLOSE MOVIMENTO-FILE.

      *    Termo para o titular assinar na agencia.
       IMPRIMIR-TERMO-ENCERRAMENTO.
           OPEN OUTPUT TERMO-REPORT

           MOVE "TERMO DE ENCERRAMENTO DE CONTA" TO TERMO-LINE
           WRITE TERMO-LINE
           MOVE ALL "-" TO TERMO-LINE
           WRITE TERMO-LINE

           MOVE SPACES TO TERMO-LINE
           STRING "Conta: " DELIMITED BY SIZE
                  CONTA DELIMITED BY SIZE
                  "   Titular: " DELIMITED BY SIZE
                  CM-NOME DELIMITED BY SIZE
                  INTO TERMO-LINE
           END-STRING
           WRITE TERMO-LINE

           MOVE SPACES TO TERMO-LINE
           STRING "CPF: " DELIMITED BY SIZE
                  CM-CPF DELIMITED BY SIZE
                  "   Data do encerramento: " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO TERMO-LINE
           END-STRING
           WRITE TERMO-LINE

           MOVE SPACES TO TERMO-LINE
           WRITE TERMO-LINE

           MOVE SPACES TO TERMO-LINE
           STRING "Ordens programadas canceladas: " DELIMITED BY SIZE
                  WS-QTD-ORDENS-CANC DELIMITED BY SIZE
                  INTO TERMO-LINE
           END-STRING
           WRITE TERMO-LINE

           MOVE SPACES TO TERMO-LINE
           STRING "Folhas de cheque canceladas:  " DELIMITED BY SIZE
                  WS-QTD-FOLHAS-CANC DELIMITED BY SIZE
                  INTO TERMO-LINE
           END-STRING
           WRITE TERMO-LINE

           MOVE SPACES TO TERMO-LINE
           STRING "Tarifa de saques do mes: R$ " DELIMITED BY SIZE
                  WS-TARIFA-EDIT DELIMITED BY SIZE
                  INTO TERMO-LINE
           END-STRING
           WRITE TERMO-LINE

           MOVE SPACES TO TERMO-LINE
           STRING "Saldo final pago ao titular: R$ " DELIMITED BY SIZE
                  WS-PAGO-EDIT DELIMITED BY SIZE
                  INTO TERMO-LINE
           END-STRING
           WRITE TERMO-LINE

           MOVE SPACES TO TERMO-LINE
           WRITE TERMO-LINE
           MOVE "Declaro ter recebido o saldo final acima e estar "
               TO TERMO-LINE
           WRITE TERMO-LINE
           MOVE "ciente do encerramento da conta e do cancelamento "
               TO TERMO-LINE
           WRITE TERMO-LINE
           MOVE "das folhas de cheque nao utilizadas, que devo "
               TO TERMO-LINE
           WRITE TERMO-LINE
           MOVE "inutilizar." TO TERMO-LINE
           WRITE TERMO-LINE

           MOVE SPACES TO TERMO-LINE
           WRITE TERMO-LINE
           WRITE TERMO-LINE
           MOVE "______________________________   __________________"
               TO TERMO-LINE
           WRITE TERMO-LINE
           MOVE "Assinatura do titular            Visto da agencia"
               TO TERMO-LINE
           WRITE TERMO-LINE

           CLOSE TERMO-REPORT

           MOVE "data/termo_encerramento.txt" TO WS-SPOOL-ORIG-NOME
           PERFORM REGISTRAR-SPOOL.

       AUDITAR-ETAPA-ENCERRAMENTO.
           MOVE SPACES TO WS-AUDIT-ENTRADA
           STRING "ENCERRAR CONTA=" DELIMITED BY SIZE
                  CONTA DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           PERFORM REGISTRAR-AUDITORIA.

       REATIVAR-CONTA.
           DISPLAY "Numero da conta: "
           MOVE "P" TO MD-SITUACAO
           MOVE SPACES TO MD-APROVADOR
           MOVE 0 TO MD-DATA-DECISAO
           MOVE 0 TO MD-CPF
           MOVE SPACE TO MD-RISCO
           MOVE SPACE TO MD-TIER
           WRITE MUDANCA-REC
               INVALID KEY
                   DISPLAY "Numero de mudanca ja usado."
               ACCEPT CONTA

               PERFORM LER-CONTA
      *            Poupanca nao opera com cheque especial.
               IF CONTA-ENCONTRADA AND CM-PRODUTO = "P"
                   MOVE "Poupanca sem cheque especial." TO MENSAGEM
               ELSE
               IF CONTA-ENCONTRADA
                   MOVE CM-LIMITE-CHEQUE TO WS-LIMITE-EDIT
                   DISPLAY "Limite atual: " WS-LIMITE-EDIT
               ELSE
                   MOVE "Conta inexistente." TO MENSAGEM
               END-IF
               END-IF

               DISPLAY MENSAGEM
           END-IF.
               ACCEPT WS-CPF
               PERFORM VALIDAR-CLIENTE
               IF CLIENTE-OK
                   MOVE CM-CPF TO WS-CPF-ANTERIOR
                   MOVE CONTA-MASTER-REC TO WS-JR-ANTES
                   MOVE WS-CPF TO CM-CPF
                   REWRITE CONTA-MASTER-REC
                   MOVE "R" TO WS-JR-OPERACAO
                   MOVE CONTA-MASTER-REC TO WS-JR-DEPOIS
                   PERFORM GRAVAR-JORNAL-CONTAS
                   PERFORM ATUALIZAR-TITULAR-PRINCIPAL
                   MOVE "Cliente vinculado a conta." TO MENSAGEM
               ELSE
                   MOVE "Cliente nao cadastrado." TO MENSAGEM

           DISPLAY MENSAGEM.

      *    Troca do titular principal: o registro "P" do arquivo de
      *    titulares acompanha o CM-CPF. Conta sem registro no
      *    arquivo (titular unico) segue sem registro.
       ATUALIZAR-TITULAR-PRINCIPAL.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-TITULAR-FILE
           MOVE CM-CONTA TO TT-CONTA
           MOVE WS-CPF-ANTERIOR TO TT-CPF
           READ TITULAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TITULAR-REC TO WS-JR-ANTES
                   DELETE TITULAR-FILE RECORD
                   MOVE "D" TO WS-JR-OPERACAO
                   PERFORM GRAVAR-JORNAL-TITULARES
                   MOVE CM-CONTA TO TT-CONTA
                   MOVE CM-CPF TO TT-CPF
                   READ TITULAR-FILE
                       INVALID KEY
                           MOVE CM-CONTA TO TT-CONTA
                           MOVE CM-CPF TO TT-CPF
                           MOVE "P" TO TT-PAPEL
                           MOVE WS-HOJE TO TT-DATA-INCLUSAO
                           WRITE TITULAR-REC
                           MOVE "W" TO WS-JR-OPERACAO
                       NOT INVALID KEY
                           MOVE TITULAR-REC TO WS-JR-ANTES
                           MOVE "P" TO TT-PAPEL
                           REWRITE TITULAR-REC
                           MOVE "R" TO WS-JR-OPERACAO
                   END-READ
                   MOVE TITULAR-REC TO WS-JR-DEPOIS
                   PERFORM GRAVAR-JORNAL-TITULARES
           END-READ
           CLOSE TITULAR-FILE.

      *    Titulares da conta e regra de assinatura: inclui segundo
      *    titular ou representante legal (o CPF precisa estar no
      *    cadastro de clientes), remove um deles ou define a regra -
      *    qualquer titular sozinho ou dois juntos acima de um valor.
      *    O titular principal e o CM-CPF, trocado so pela opcao de
      *    vincular cliente; na primeira inclusao ele entra no
      *    arquivo de titulares com papel "P".
       MANTER-TITULARES.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           DISPLAY "Numero da conta: "
           ACCEPT CONTA

           PERFORM LER-CONTA
           EVALUATE TRUE
               WHEN NOT CONTA-ENCONTRADA
                   MOVE "Conta inexistente." TO MENSAGEM
               WHEN CM-SITUACAO = "E"
                   MOVE "Conta encerrada." TO MENSAGEM
               WHEN OTHER
                   PERFORM LISTAR-TITULARES-CONTA
                   DISPLAY "(I)ncluir titular, (R)emover titular ou "
                           "(D)efinir regra de assinatura? "
                   ACCEPT WS-OPCAO-TIT
                   EVALUATE WS-OPCAO-TIT
                       WHEN "I"
                       WHEN "i"
                           PERFORM INCLUIR-TITULAR
                       WHEN "R"
                       WHEN "r"
                           PERFORM REMOVER-TITULAR
                       WHEN "D"
                       WHEN "d"
                           PERFORM DEFINIR-REGRA-ASSINATURA
                       WHEN OTHER
                           MOVE "Opcao invalida." TO MENSAGEM
                   END-EVALUATE
           END-EVALUATE

           DISPLAY MENSAGEM.

       LISTAR-TITULARES-CONTA.
           PERFORM CARREGAR-TITULARES-CONTA
           DISPLAY "Titulares da conta " CM-CONTA ":"
           PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT > WS-QTD-TITULARES
               DISPLAY "  CPF " WS-TIT-CPF(WS-IDX-TIT) " papel "
                       WS-TIT-PAPEL(WS-IDX-TIT)
           END-PERFORM
           IF CM-REGRA-ASSINATURA = "C"
               MOVE CM-VALOR-CONJUNTA TO WS-CONJUNTA-EDIT
               DISPLAY "Assinatura: conjunta acima de R$ "
                       WS-CONJUNTA-EDIT
           ELSE
               DISPLAY "Assinatura: qualquer titular sozinho"
           END-IF.

       INCLUIR-TITULAR.
           DISPLAY "CPF a incluir: "
           ACCEPT WS-CPF
           DISPLAY "Papel (S)egundo titular ou (R)epresentante "
                   "legal: "
           ACCEPT WS-PAPEL
           IF WS-PAPEL = "r"
               MOVE "R" TO WS-PAPEL
           END-IF
           IF WS-PAPEL NOT = "R"
               MOVE "S" TO WS-PAPEL
           END-IF

           PERFORM VALIDAR-CLIENTE
           EVALUATE TRUE
               WHEN NOT CLIENTE-OK
                   MOVE "Cliente nao cadastrado." TO MENSAGEM
               WHEN CM-CPF = 0
                   MOVE "Vincule antes o titular principal."
                       TO MENSAGEM
               WHEN WS-CPF = CM-CPF
                   MOVE "CPF ja e o titular principal." TO MENSAGEM
               WHEN OTHER
                   PERFORM ABRIR-TITULAR-FILE
                   MOVE CM-CONTA TO TT-CONTA
                   MOVE CM-CPF TO TT-CPF
                   READ TITULAR-FILE
                       INVALID KEY
                           MOVE CM-CONTA TO TT-CONTA
                           MOVE CM-CPF TO TT-CPF
                           MOVE "P" TO TT-PAPEL
                           MOVE WS-HOJE TO TT-DATA-INCLUSAO
                           WRITE TITULAR-REC
                           MOVE "W" TO WS-JR-OPERACAO
                           MOVE TITULAR-REC TO WS-JR-DEPOIS
                           PERFORM GRAVAR-JORNAL-TITULARES
                   END-READ
                   MOVE CM-CONTA TO TT-CONTA
                   MOVE WS-CPF TO TT-CPF
                   MOVE WS-PAPEL TO TT-PAPEL
                   MOVE WS-HOJE TO TT-DATA-INCLUSAO
                   WRITE TITULAR-REC
                       INVALID KEY
                           MOVE "CPF ja ligado a conta." TO MENSAGEM
                       NOT INVALID KEY
                           MOVE "W" TO WS-JR-OPERACAO
                           MOVE TITULAR-REC TO WS-JR-DEPOIS
                           PERFORM GRAVAR-JORNAL-TITULARES
                           MOVE "Titular incluido." TO MENSAGEM
                   END-WRITE
                   CLOSE TITULAR-FILE
           END-EVALUATE.

      *    A conta conjunta que fica com um so assinante volta para
      *    a regra individual.
       REMOVER-TITULAR.
           MOVE "N" TO WS-TITULAR-REMOVIDO
           DISPLAY "CPF a remover: "
           ACCEPT WS-CPF

           IF WS-CPF = CM-CPF
               MOVE "Principal: troque por (V)incular." TO MENSAGEM
           ELSE
               PERFORM ABRIR-TITULAR-FILE
               MOVE CM-CONTA TO TT-CONTA
               MOVE WS-CPF TO TT-CPF
               READ TITULAR-FILE
                   INVALID KEY
                       MOVE "CPF nao ligado a conta." TO MENSAGEM
                   NOT INVALID KEY
                       MOVE TITULAR-REC TO WS-JR-ANTES
                       DELETE TITULAR-FILE RECORD
                       MOVE "D" TO WS-JR-OPERACAO
                       PERFORM GRAVAR-JORNAL-TITULARES
                       MOVE "S" TO WS-TITULAR-REMOVIDO
                       MOVE "Titular removido." TO MENSAGEM
               END-READ
               CLOSE TITULAR-FILE
           END-IF

           IF WS-TITULAR-REMOVIDO = "S" AND
                   CM-REGRA-ASSINATURA = "C"
               PERFORM CARREGAR-TITULARES-CONTA
               IF WS-QTD-TITULARES < 2
                   MOVE "I" TO WS-REGRA
                   MOVE 0 TO WS-VALOR-CONJUNTA
                   PERFORM GRAVAR-REGRA-ASSINATURA
                   MOVE "Titular removido; regra individual."
                       TO MENSAGEM
               END-IF
           END-IF.

       DEFINIR-REGRA-ASSINATURA.
           DISPLAY "Regra (I)ndividual ou (C)onjunta acima de "
                   "valor: "
           ACCEPT WS-REGRA
           IF WS-REGRA = "c"
               MOVE "C" TO WS-REGRA
           END-IF

           IF WS-REGRA = "C"
               PERFORM CARREGAR-TITULARES-CONTA
               IF WS-QTD-TITULARES < 2
                   MOVE "Conjunta exige dois titulares." TO MENSAGEM
               ELSE
                   DISPLAY "Valor acima do qual os dois assinam: "
                   ACCEPT WS-VALOR-CONJUNTA
                   PERFORM GRAVAR-REGRA-ASSINATURA
               END-IF
           ELSE
               MOVE "I" TO WS-REGRA
               MOVE 0 TO WS-VALOR-CONJUNTA
               PERFORM GRAVAR-REGRA-ASSINATURA
           END-IF.

       GRAVAR-REGRA-ASSINATURA.
           MOVE CONTA-MASTER-REC TO WS-JR-ANTES
           MOVE WS-REGRA TO CM-REGRA-ASSINATURA
           MOVE WS-VALOR-CONJUNTA TO CM-VALOR-CONJUNTA
           REWRITE CONTA-MASTER-REC
           MOVE "R" TO WS-JR-OPERACAO
           MOVE CONTA-MASTER-REC TO WS-JR-DEPOIS
           PERFORM GRAVAR-JORNAL-CONTAS
           MOVE "Regra de assinatura gravada." TO MENSAGEM.

       ABRIR-TITULAR-FILE.
           OPEN I-O TITULAR-FILE
           IF WS-TITULAR-STATUS = "35"
               OPEN OUTPUT TITULAR-FILE
               CLOSE TITULAR-FILE
               OPEN I-O TITULAR-FILE
           END-IF.

      *    Perfil do operador da sessao para a checagem da matriz
      *    (linhas por perfil); sem sessao ou sem cadastro, fica em
      *    branco e so as linhas por usuario e "*" valem.
               MOVE CM-LIMITE-CHEQUE TO WS-LIMITE-EDIT
               DISPLAY "Limite cheque especial: " WS-LIMITE-EDIT
               DISPLAY "CPF do titular: " CM-CPF
               IF CM-PRODUTO = "P"
                   DISPLAY "Produto: poupanca - aniversario dia "
                           CM-DIA-ANIVERSARIO
               ELSE
                   DISPLAY "Produto: conta corrente"
               END-IF
               PERFORM LISTAR-TITULARES-CONTA
               MOVE "Consulta efetuada." TO MENSAGEM
           ELSE
               MOVE "Conta inexistente." TO MENSAGEM
               ROTINA-NOME BY GRAVAR-JORNAL-CONTAS
               MESTRE-NOME BY "contas".

           COPY "JRNLGRAV.CPY" REPLACING
               ROTINA-NOME BY GRAVAR-JORNAL-TITULARES
               MESTRE-NOME BY "titulares".

           COPY "TITULCAR.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-TITULARES-CONTA
               CAMPO-CONTA BY CM-CONTA
               CAMPO-CPF   BY CM-CPF.

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "ManterContas".

           COPY "QUIECHK.CPY" REPLACING
               ROTINA-NOME  BY VERIFICAR-JANELA-LOTE
               ROTINA-AUDIT BY REGISTRAR-AUDITORIA.
