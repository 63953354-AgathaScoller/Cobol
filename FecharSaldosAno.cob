       IDENTIFICATION DIVISION.
       PROGRAM-ID. FecharSaldosAno.

      *    Posicao de fim de ano das contas: o cadastro so guarda o
      *    saldo corrente, e o informe de rendimentos precisa do
      *    saldo de cada conta em 31/12. No ultimo lote do ano (o
      *    proximo dia util, pelo CalendarioCorp, ja cai no ano
      *    seguinte) o passo grava em data/saldos_anuais.dat, para
      *    cada conta do cadastro, o saldo, o titular e o total sob
      *    bloqueio judicial vigente em 31/12. Nos demais dias nao
      *    faz nada. Rodar de novo no mesmo dia regrava a posicao.
      *    Roda depois dos passos que mexem em saldo (juros,
      *    parcelas, cheques), para pegar o saldo fechado do ano.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT SALDO-ANUAL-FILE ASSIGN TO "data/saldos_anuais.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-CHAVE
               FILE STATUS IS WS-SALDO-ANUAL-STATUS.

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-FILE.
       COPY "CONTAREC.CPY".

       FD  BLOQUEIO-FILE.
       COPY "BLOQREC.CPY".

       FD  SALDO-ANUAL-FILE.
       COPY "SALANREC.CPY".

       COPY "RUNHFD.CPY".

       COPY "CTLFD.CPY".

       COPY "FERRFD.CPY".

       COPY "DNEGFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "RUNHWS.CPY".
       COPY "CTLWS.CPY".
           COPY "FERRWS.CPY".
           COPY "DNEGWS.CPY".
       01 WS-CONTA-STATUS     PIC XX.
       01 WS-BLOQUEIO-STATUS  PIC XX.
       01 WS-SALDO-ANUAL-STATUS PIC XX.
       01 WS-EOF-CONTA        PIC X VALUE "N".
           88 FIM-CONTAS          VALUE "S".
       01 WS-EOF-BLOQUEIO     PIC X VALUE "N".
           88 FIM-BLOQUEIOS       VALUE "S".
       01 WS-HOJE             PIC 9(8).
       01 WS-DATA-BASE        PIC 9(8).
       01 WS-PROXIMO-UTIL     PIC 9(8).
       01 WS-CAL-OPERACAO     PIC X(1).
       01 WS-CAL-NOME-DIA     PIC X(10).
       01 WS-ANO-FECHADO      PIC 9(4).
       01 WS-FIM-ANO          PIC 9(8).
       01 WS-TOTAL-BLOQUEADO  PIC 9(8)V99.
       01 WS-QTD-CONTAS       PIC 9(8) VALUE 0.
       01 WS-QTD-GRAVADAS     PIC 9(8) VALUE 0.
      *    Total de controle: soma dos saldos credores da posicao.
       01 WS-SOMA-SALDOS      PIC 9(10)V99 VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

      *    Ultimo lote do ano: o primeiro dia util depois de hoje ja
      *    e do ano seguinte.
           COMPUTE WS-DATA-BASE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + 1)
           MOVE "U" TO WS-CAL-OPERACAO
           CALL "CalendarioCorp" USING WS-CAL-OPERACAO
               WS-DATA-BASE WS-PROXIMO-UTIL WS-CAL-NOME-DIA
           END-CALL

           IF WS-PROXIMO-UTIL(1:4) = WS-HOJE(1:4)
               DISPLAY "Fora do fechamento do ano - sem posicao."
           ELSE
               MOVE WS-HOJE(1:4) TO WS-ANO-FECHADO
               COMPUTE WS-FIM-ANO = WS-ANO-FECHADO * 10000 + 1231
               PERFORM GRAVAR-POSICAO-ANO
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-CONTAS TO CT-LIDOS
           MOVE WS-QTD-GRAVADAS TO CT-GRAVADOS
           MOVE 0 TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-SOMA-SALDOS TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-CONTAS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

       GRAVAR-POSICAO-ANO.
           OPEN INPUT CONTA-FILE
           MOVE "contas_master.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-CONTA-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           OPEN I-O SALDO-ANUAL-FILE
           IF WS-SALDO-ANUAL-STATUS = "35"
               OPEN OUTPUT SALDO-ANUAL-FILE
               CLOSE SALDO-ANUAL-FILE
               OPEN I-O SALDO-ANUAL-FILE
           END-IF
           MOVE "saldos_anuais.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN I-O" TO WS-ERR-OPERACAO
           MOVE WS-SALDO-ANUAL-STATUS TO WS-ERR-STATUS-ALVO
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
                       PERFORM GRAVAR-SALDO-CONTA
               END-READ
           END-PERFORM

           CLOSE SALDO-ANUAL-FILE
           CLOSE CONTA-FILE

           DISPLAY "Posicao de fim de ano " WS-ANO-FECHADO
                   " gravada. Contas: " WS-QTD-GRAVADAS.

       GRAVAR-SALDO-CONTA.
           PERFORM CALCULAR-BLOQUEIOS-CONTA

           MOVE CM-CONTA TO SA-CONTA
           MOVE WS-ANO-FECHADO TO SA-ANO
           MOVE CM-CPF TO SA-CPF
           MOVE CM-NOME TO SA-NOME
           MOVE CM-PRODUTO TO SA-PRODUTO
           MOVE CM-SITUACAO TO SA-SITUACAO
           MOVE CM-SALDO TO SA-SALDO
           MOVE WS-TOTAL-BLOQUEADO TO SA-BLOQUEADO
           MOVE WS-HOJE TO SA-DATA-FOTO
           WRITE SALDO-ANUAL-REC
               INVALID KEY
                   REWRITE SALDO-ANUAL-REC
           END-WRITE

           ADD 1 TO WS-QTD-GRAVADAS
           IF CM-SALDO > 0
               ADD CM-SALDO TO WS-SOMA-SALDOS
           END-IF.

      *    Bloqueio judicial vigente em 31/12 (sem data de fim ou
      *    ainda dentro dela). O float de cheque depositado tambem
      *    mora no arquivo de bloqueios, mas nao e bloqueio judicial.
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
                       IF BJ-CONTA = CM-CONTA AND
                               BJ-SITUACAO = "A" AND
                               BJ-PROCESSO(1:7) NOT = "CHQDEP " AND
                               (BJ-DATA-FIM = 0 OR
                                BJ-DATA-FIM >= WS-FIM-ANO)
                           ADD BJ-VALOR TO WS-TOTAL-BLOQUEADO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-BLOQUEIO-STATUS = "00" OR WS-BLOQUEIO-STATUS = "10"
               CLOSE BLOQUEIO-FILE
           END-IF.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "FecharSaldosAno".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "FecharSaldosAno".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "FecharSaldosAno".
