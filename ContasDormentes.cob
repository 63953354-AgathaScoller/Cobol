      *    o cadastro de contas com o movimento e marca "D" em
      *    CM-SITUACAO toda conta ativa sem movimento iniciado pelo
      *    cliente (saque, deposito ou transferencia - juros "J" nao
      *    contam, nem o debito automatico de mensalidade "M") nos
      *    ultimos 12 meses. Grava a lista regulatoria
      *    data/dormentes_relatorio.txt com conta, titular, saldo e
      *    ultimo movimento, base do recolhimento; a conta marcada
      *    fica bloqueada para saques em VerificarSaque ate a
      *    reativacao em ManterContas.
      *    Aviso previo: a conta que fica sem movimento a menos de
      *    30 dias do corte recebe um aviso "D" (AVISOFD.CPY) com a
      *    data prevista da marcacao. A marcacao so acontece depois
      *    que esse aviso, posterior ao ultimo movimento, foi
      *    impresso ha pelo menos 30 dias; sem isso a conta fica
      *    ativa, o aviso e emitido se faltar, e ela sai na secao
      *    de marcacoes adiadas do relatorio.
      *    As contas marcadas vao tambem para
      *    data/dormentes_relatorio_dist.dat (DISTFD.CPY) com a
      *    agencia do ultimo movimento de cliente que trouxe agencia,
      *    para a separacao por agencia.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "AVISOSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "DNEGSEL.CPY".

           COPY "DISTSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-FILE.
       COPY "MOVREC.CPY".

       FD  MOVSEG-FILE.
       01  MOVSEG-REC           PIC X(87).

       FD  DORMENTE-REPORT.
       01  REPORT-LINE          PIC X(80).

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
           COPY "AVISOWS.CPY".
           COPY "DISTWS.CPY".
       01 WS-CONTA-STATUS     PIC XX.
       01 WS-MOVIMENTO-STATUS PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
           05 WS-UM-ENT OCCURS 1000 TIMES.
               10 UM-CONTA         PIC 9(6).
               10 UM-ULTIMA-DATA   PIC 9(8).
               10 UM-AGENCIA       PIC 9(3).
       01 WS-QTD-ULTIMOS      PIC 9(4) VALUE 0.
       01 WS-IDX-UM           PIC 9(4).
       01 WS-UM-CORRENTE      PIC 9(4).
       01 WS-TABELA-ESTOURADA PIC X(1) VALUE "N".
           88 TABELA-ESTOURADA    VALUE "S".
       01 WS-ULTIMA-DATA      PIC 9(8).
       01 WS-AGENCIA-CONTA    PIC 9(3).
       01 WS-CONTA-NO-MOVIMENTO PIC X(1).
       01 WS-QTD-CONTAS       PIC 9(8) VALUE 0.
       01 WS-QTD-DORMENTES    PIC 9(8) VALUE 0.
       01 WS-IDX-MES          PIC 9(2).
       01 WS-ANO-TRAB         PIC 9(4).
       01 WS-MES-TRAB         PIC 9(2).
      *    Aviso previo de dormencia: quem tem ultimo movimento antes
      *    de WS-CORTE-AVISO (corte daqui a 30 dias) e avisado; a
      *    marcacao exige aviso impresso ate WS-LIMITE-IMPRESSAO.
       01 WS-PRAZO-AVISO      PIC 9(3) VALUE 30.
       01 WS-DATA-AVISO       PIC 9(8).
       01 WS-CORTE-AVISO      PIC 9(8).
       01 WS-LIMITE-IMPRESSAO PIC 9(8).
       01 WS-DATA-PREVISTA    PIC 9(8).
       01 WS-EOF-AVISO        PIC X(1).
           88 FIM-AVISOS          VALUE "S".
       01 WS-AVD-DATA         PIC 9(8).
       01 WS-AVD-SITUACAO     PIC X(1).
           88 AVD-IMPRESSO        VALUE "I" "E" "R".
       01 WS-AVD-IMPRESSAO    PIC 9(8).
       01 WS-QTD-AVISOS       PIC 9(8) VALUE 0.
      *    Marcacoes adiadas por falta de aviso, listadas no fim do
      *    relatorio.
       01 WS-TABELA-ADIADAS.
           05 WS-AD-ENT OCCURS 1000 TIMES.
               10 AD-CONTA         PIC 9(6).
               10 AD-NOME          PIC X(20).
               10 AD-ULTIMA-DATA   PIC 9(8).
               10 AD-AVISO-DATA    PIC 9(8).
               10 AD-AVISO-SIT     PIC X(1).
       01 WS-QTD-ADIADAS      PIC 9(4) VALUE 0.
       01 WS-IDX-AD           PIC 9(4).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO
           COMPUTE WS-DATA-CORTE = WS-HOJE - 10000
           MOVE WS-HOJE TO WS-AV-DATA-NEG
           COMPUTE WS-DATA-AVISO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + WS-PRAZO-AVISO)
           COMPUTE WS-CORTE-AVISO = WS-DATA-AVISO - 10000
           COMPUTE WS-LIMITE-IMPRESSAO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) - WS-PRAZO-AVISO)

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE "data/dormentes_relatorio_dist.dat" TO WS-DIST-NOME
           OPEN OUTPUT DIST-AG-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "Contas dormentes em " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "C" TO DA-TIPO
           PERFORM GRAVAR-DISTRIBUICAO

           MOVE SPACES TO REPORT-LINE
           STRING "CONTA  TITULAR              SALDO      ULT.MOV"
                      DELIMITED BY SIZE
                  "  AVISO" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "C" TO DA-TIPO
           PERFORM GRAVAR-DISTRIBUICAO

           MOVE LOW-VALUES TO CM-CONTA
           START CONTA-FILE KEY NOT < CM-CONTA
           END-STRING
           WRITE REPORT-LINE

           PERFORM GRAVAR-SECAO-ADIADAS

           CLOSE DORMENTE-REPORT
           IF WS-DIST-STATUS = "00"
               CLOSE DIST-AG-FILE
           END-IF
           CLOSE CONTA-FILE

           DISPLAY "Contas marcadas dormentes: " WS-QTD-DORMENTES
           DISPLAY "Avisos previos emitidos: " WS-QTD-AVISOS
                   "  Marcacoes adiadas: " WS-QTD-ADIADAS

           PERFORM ENCERRAR-PASSO


      *    Uma passada do movimento guardando, por conta, a data do
      *    ultimo movimento iniciado pelo cliente (S, D, T ou o
      *    espaco dos layouts antigos; "J", "P" e "L" - juros,
      *    rendimento de poupanca e emprestimo - sao lancamentos da
      *    casa).
       CARREGAR-ULTIMOS-MOVIMENTOS.
      *    Primeiro os 12 segmentos mensais fechados pelo corte
      *    (dos mais antigos aos mais novos), depois o online.
                   AT END
                       MOVE "S" TO WS-EOF-MOVIMENTO
                   NOT AT END
                       IF MV-TIPO NOT = "J" AND MV-TIPO NOT = "P"
                               AND MV-TIPO NOT = "L"
                               AND MV-TIPO NOT = "M"
                           PERFORM GUARDAR-ULTIMO-MOVIMENTO
                       END-IF
               END-READ
                       MOVE "S" TO WS-EOF-MOVSEG
                   NOT AT END
                       MOVE MOVSEG-REC TO MOVIMENTO-REC
                       IF MV-TIPO NOT = "J" AND MV-TIPO NOT = "P"
                               AND MV-TIPO NOT = "L"
                               AND MV-TIPO NOT = "M"
                           PERFORM GUARDAR-ULTIMO-MOVIMENTO
                       END-IF
               END-READ
                   MOVE WS-QTD-ULTIMOS TO WS-UM-CORRENTE
                   MOVE MV-CONTA TO UM-CONTA(WS-UM-CORRENTE)
                   MOVE 0 TO UM-ULTIMA-DATA(WS-UM-CORRENTE)
                   MOVE 0 TO UM-AGENCIA(WS-UM-CORRENTE)
               ELSE
                   MOVE "S" TO WS-TABELA-ESTOURADA
               END-IF
               IF MV-DATA > UM-ULTIMA-DATA(WS-UM-CORRENTE)
                   MOVE MV-DATA TO UM-ULTIMA-DATA(WS-UM-CORRENTE)
               END-IF
      *        Leitura em ordem cronologica: fica a agencia do
      *        ultimo movimento que trouxe agencia (o lote de
      *        cheques e a compensacao gravam zero).
               IF MV-AGENCIA NOT = 0
                   MOVE MV-AGENCIA TO UM-AGENCIA(WS-UM-CORRENTE)
               END-IF
           END-IF.

      *    So marca dormencia quem APARECE no movimento e cujo
      *    abertura - e fica fora da marcacao.
       AVALIAR-DORMENCIA.
           MOVE 0 TO WS-ULTIMA-DATA
           MOVE 0 TO WS-AGENCIA-CONTA
           MOVE "N" TO WS-CONTA-NO-MOVIMENTO
           PERFORM VARYING WS-IDX-UM FROM 1 BY 1
                   UNTIL WS-IDX-UM > WS-QTD-ULTIMOS
               IF UM-CONTA(WS-IDX-UM) = CM-CONTA
                   MOVE UM-ULTIMA-DATA(WS-IDX-UM) TO WS-ULTIMA-DATA
                   MOVE UM-AGENCIA(WS-IDX-UM) TO WS-AGENCIA-CONTA
                   MOVE "S" TO WS-CONTA-NO-MOVIMENTO
               END-IF
           END-PERFORM

           IF WS-CONTA-NO-MOVIMENTO = "S" AND
                   WS-ULTIMA-DATA < WS-CORTE-AVISO
               PERFORM LOCALIZAR-AVISO-DORMENCIA
               IF WS-AVD-DATA = 0
                   PERFORM EMITIR-AVISO-DORMENCIA
               END-IF
               IF WS-ULTIMA-DATA < WS-DATA-CORTE
                   IF AVD-IMPRESSO AND WS-AVD-IMPRESSAO > 0 AND
                           WS-AVD-IMPRESSAO <= WS-LIMITE-IMPRESSAO
                       MOVE "D" TO CM-SITUACAO
                       REWRITE CONTA-MASTER-REC
                       ADD 1 TO WS-QTD-DORMENTES
                       ADD CM-SALDO TO WS-SOMA-DORMENTE
                       PERFORM GRAVAR-LINHA-DORMENTE
                   ELSE
                       PERFORM GUARDAR-ADIADA
                   END-IF
               END-IF
           END-IF.

      *    Aviso "D" da conta posterior ao ultimo movimento (um
      *    aviso anterior ficou valendo para um periodo de inercia
      *    ja encerrado). Cancelado na impressao nao conta.
       LOCALIZAR-AVISO-DORMENCIA.
           MOVE 0 TO WS-AVD-DATA
           MOVE 0 TO WS-AVD-IMPRESSAO
           MOVE SPACE TO WS-AVD-SITUACAO
           MOVE "N" TO WS-EOF-AVISO

           OPEN INPUT AVISO-FILE
           IF WS-AVISO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-AVISO
           ELSE
               MOVE CM-CONTA TO AV-CONTA
               MOVE "D" TO AV-TIPO
               MOVE WS-ULTIMA-DATA TO AV-DATA
               MOVE 0 TO AV-HORA
               START AVISO-FILE KEY NOT < AV-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF-AVISO
               END-START
           END-IF

           PERFORM UNTIL FIM-AVISOS
               READ AVISO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-AVISO
                   NOT AT END
                       IF AV-CONTA NOT = CM-CONTA OR AV-TIPO NOT = "D"
                           MOVE "S" TO WS-EOF-AVISO
                       ELSE
                           IF AV-SITUACAO NOT = "X"
                               MOVE AV-DATA TO WS-AVD-DATA
                               MOVE AV-SITUACAO TO WS-AVD-SITUACAO
                               MOVE AV-DATA-IMPRESSAO
                                   TO WS-AVD-IMPRESSAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-AVISO-STATUS = "00" OR WS-AVISO-STATUS = "10"
               CLOSE AVISO-FILE
           END-IF.

      *    Data prevista da marcacao: o dia seguinte ao aniversario
      *    do ultimo movimento (29/02 vira 01/03), nunca antes do
      *    prazo do aviso a contar de hoje.
       EMITIR-AVISO-DORMENCIA.
           COMPUTE WS-DATA-PREVISTA = WS-ULTIMA-DATA + 10000
           IF WS-DATA-PREVISTA(5:4) = "0229"
               MOVE "0301" TO WS-DATA-PREVISTA(5:4)
           END-IF
           COMPUTE WS-DATA-PREVISTA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-PREVISTA) + 1)
           IF WS-DATA-PREVISTA < WS-DATA-AVISO
               MOVE WS-DATA-AVISO TO WS-DATA-PREVISTA
           END-IF

           MOVE CM-CONTA TO WS-AV-CONTA
           MOVE "D" TO WS-AV-TIPO
           MOVE CM-SALDO TO WS-AV-VALOR
           MOVE SPACES TO WS-AV-REFERENCIA
           STRING "Ult.mov. " DELIMITED BY SIZE
                  WS-ULTIMA-DATA DELIMITED BY SIZE
                  INTO WS-AV-REFERENCIA
           END-STRING
           MOVE WS-DATA-PREVISTA TO WS-AV-DATA-EVENTO
           PERFORM GRAVAR-AVISO-CLIENTE
           ADD 1 TO WS-QTD-AVISOS

           MOVE WS-AV-HOJE TO WS-AVD-DATA
           MOVE "P" TO WS-AVD-SITUACAO.

       GUARDAR-ADIADA.
           IF WS-QTD-ADIADAS < 1000
               ADD 1 TO WS-QTD-ADIADAS
               MOVE CM-CONTA TO AD-CONTA(WS-QTD-ADIADAS)
               MOVE CM-NOME TO AD-NOME(WS-QTD-ADIADAS)
               MOVE WS-ULTIMA-DATA TO AD-ULTIMA-DATA(WS-QTD-ADIADAS)
               MOVE WS-AVD-DATA TO AD-AVISO-DATA(WS-QTD-ADIADAS)
               MOVE WS-AVD-SITUACAO TO AD-AVISO-SIT(WS-QTD-ADIADAS)
           END-IF.

       GRAVAR-SECAO-ADIADAS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Marcacao adiada - aviso previo sem "
                      DELIMITED BY SIZE
                  WS-PRAZO-AVISO DELIMITED BY SIZE
                  " dias de impresso: " DELIMITED BY SIZE
                  WS-QTD-ADIADAS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-QTD-ADIADAS > 0
               MOVE "CONTA  TITULAR              ULT.MOV  AVISO    S"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-IDX-AD FROM 1 BY 1
                   UNTIL WS-IDX-AD > WS-QTD-ADIADAS
               MOVE SPACES TO REPORT-LINE
               STRING AD-CONTA(WS-IDX-AD) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AD-NOME(WS-IDX-AD) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AD-ULTIMA-DATA(WS-IDX-AD) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AD-AVISO-DATA(WS-IDX-AD) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AD-AVISO-SIT(WS-IDX-AD) DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.

       GRAVAR-LINHA-DORMENTE.
           MOVE CM-SALDO TO WS-SALDO-EDIT
           MOVE SPACES TO REPORT-LINE
                  WS-SALDO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ULTIMA-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AVD-IMPRESSAO DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "D" TO DA-TIPO
           MOVE WS-AGENCIA-CONTA TO DA-AGENCIA
           MOVE CM-CONTA TO DA-CONTA
           MOVE CM-SALDO TO DA-VALOR
           PERFORM GRAVAR-DISTRIBUICAO.

           COPY "DISTGRV.CPY" REPLACING
               ROTINA-NOME  BY GRAVAR-DISTRIBUICAO
               LINHA-ORIGEM BY REPORT-LINE.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "ContasDormentes".

           COPY "AVISOGRV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-AVISO-CLIENTE
               PROGRAMA-NOME BY "ContasDormentes".
