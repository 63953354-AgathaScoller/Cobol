       IDENTIFICATION DIVISION.
       PROGRAM-ID. RevisarTiers.

      *    Revisao mensal da faixa (tier) das contas: a conta nao
      *    fica mais para sempre na faixa em que foi aberta.
      *    Toda noite o passo fotografa o saldo de fechamento de cada
      *    conta nao encerrada em data/saldos_medios.dat (SMEDREC.CPY),
      *    pesado pelos dias corridos que ele vale - o saldo da
      *    sexta vale sexta, sabado e domingo.
      *    No ultimo lote do mes (o proximo dia util, pelo
      *    CalendarioCorp, ja cai no mes seguinte) apura, por conta,
      *    o saldo medio diario do mes e o volume de saques
      *    aprovados do mes (online e segmento do mes, como em
      *    ReavaliarRisco) e compara com os criterios de cada faixa
      *    do arquivo de parametros data/tiers_revisao_parm.dat - uma
      *    linha por faixa: faixa, saldo medio e volume de saques
      *    minimos para ENTRAR, saldo medio e volume de saques
      *    minimos para PERMANECER (criterio zero nao exige nada).
      *    Sem o arquivo valem os padroes do programa. A distancia
      *    entre entrada e permanencia evita a conta que sobe e
      *    desce todo mes.
      *      - a conta que nao atende a permanencia da propria faixa
      *        desce para a mais alta abaixo dela cuja entrada
      *        atende (no minimo standard);
      *      - a que atende sobe para a mais alta acima dela cuja
      *        entrada atende, se houver.
      *    Conta com menos de PR-MIN-DIAS dias de saldo no mes (o
      *    primeiro mes do acumulo, conta aberta no meio do mes) nao
      *    tem base e fica como esta. A troca NAO e gravada na
      *    conta: vira mudanca pendente "F" em
      *    data/mudancas_pendentes.dat para a dupla custodia
      *    (AprovarMudancas); conta que ja tem "F" pendente nao ganha
      *    outra. Cada conta movida sai no relatorio
      *    data/tiers_revisao.txt (registrado no spool) com os
      *    numeros que justificaram a troca.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTA-FILE ASSIGN TO "data/contas_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT SALDO-MEDIO-FILE ASSIGN TO "data/saldos_medios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CHAVE
               FILE STATUS IS WS-SALDO-MEDIO-STATUS.

           SELECT TIER-PARM-FILE ASSIGN TO
                   "data/tiers_revisao_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIER-PARM-STATUS.

           SELECT MOVIMENTO-FILE ASSIGN TO "data/saque_movimentos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.

      *    Segmento do mes corrente, se o corte (ParticionarMovimento)
      *    ja tiver separado parte do mes.
           SELECT MOVSEG-FILE ASSIGN TO DYNAMIC WS-MOVSEG-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVSEG-STATUS.

           SELECT MUDANCA-FILE ASSIGN TO
                   "data/mudancas_pendentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-ID
               FILE STATUS IS WS-MUDANCA-STATUS.

           SELECT TIERS-REPORT ASSIGN TO "data/tiers_revisao.txt"
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

       FD  SALDO-MEDIO-FILE.
       COPY "SMEDREC.CPY".

      *    Criterios de uma faixa (ver o cabecalho do programa).
       FD  TIER-PARM-FILE.
       01  TIER-PARM-REC.
           05 TP-TIER           PIC X(1).
           05 TP-ENT-SALDO      PIC 9(9)V99.
           05 TP-ENT-SAQUES     PIC 9(9)V99.
           05 TP-PER-SALDO      PIC 9(9)V99.
           05 TP-PER-SAQUES     PIC 9(9)V99.

       FD  MOVIMENTO-FILE.
       COPY "MOVREC.CPY".

       FD  MOVSEG-FILE.
       01  MOVSEG-REC           PIC X(87).

       FD  MUDANCA-FILE.
       COPY "MUDAREC.CPY".

       FD  TIERS-REPORT.
       01  REPORT-LINE          PIC X(100).

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
       01 WS-SALDO-MEDIO-STATUS PIC XX.
       01 WS-TIER-PARM-STATUS PIC XX.
       01 WS-MOVIMENTO-STATUS PIC XX.
       01 WS-MOVSEG-STATUS    PIC XX.
       01 WS-MUDANCA-STATUS   PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-EOF-ARQUIVO      PIC X(1).
           88 FIM-ARQUIVO         VALUE "S".
       01 WS-MOVSEG-NOME      PIC X(44).
       01 WS-HOJE             PIC 9(8).
       01 WS-DATA-BASE        PIC 9(8).
       01 WS-PROXIMO-UTIL     PIC 9(8).
       01 WS-CAL-OPERACAO     PIC X(1).
       01 WS-CAL-NOME-DIA     PIC X(10).
      *    Dias corridos que o saldo de hoje vale: ate o proximo dia
      *    util ou o primeiro dia do mes seguinte, o que vier antes.
       01 WS-PRIMEIRO-PROX-MES PIC 9(8).
       01 WS-FIM-PERIODO      PIC 9(8).
       01 WS-DIAS-FOTO        PIC 9(3).
       01 WS-ANO-TRAB         PIC 9(4).
       01 WS-MES-TRAB         PIC 9(2).

      *    Parametros da revisao.
       01 WS-PARAMETROS-TIER.
           05 PR-MIN-DIAS         PIC 9(3) VALUE 15.

      *    Criterios por faixa, da mais baixa para a mais alta; a
      *    posicao na tabela e a ordem das faixas.
       01 WS-TABELA-FAIXAS.
           05 WS-FX-ENT OCCURS 3 TIMES.
               10 FX-TIER           PIC X(1).
               10 FX-ENT-SALDO      PIC 9(9)V99.
               10 FX-ENT-SAQUES     PIC 9(9)V99.
               10 FX-PER-SALDO      PIC 9(9)V99.
               10 FX-PER-SAQUES     PIC 9(9)V99.
       01 WS-IDX-FX           PIC 9(1).
       01 WS-FX-ATUAL         PIC 9(1).
       01 WS-FX-ALVO          PIC 9(1).

      *    Uma entrada por conta nao encerrada do cadastro.
       01 WS-TABELA-CONTAS.
           05 WS-TC-ENT OCCURS 3000 TIMES.
               10 TC-CONTA          PIC 9(6).
               10 TC-NOME           PIC X(20).
               10 TC-TIER           PIC X(1).
               10 TC-SAQUES         PIC 9(9)V99.
               10 TC-MUDANCA-PEND   PIC X(1).
       01 WS-QTD-CONTAS-TAB   PIC 9(4) VALUE 0.
       01 WS-IDX-TC           PIC 9(4).
       01 WS-IDX-BUSCA        PIC 9(4).
       01 WS-CONTA-BUSCA      PIC 9(6).
       01 WS-TABELA-ESTOURADA PIC X(1) VALUE "N".
           88 TABELA-ESTOURADA    VALUE "S".

       01 WS-SALDO-MEDIO      PIC S9(11)V99.
       01 WS-DIAS-MES         PIC 9(3).
       01 WS-ATENDE           PIC X(1).
           88 ATENDE-CRITERIO     VALUE "S".
       01 WS-MOTIVO           PIC X(16).
       01 WS-MAIOR-ID         PIC 9(6) VALUE 0.
       01 WS-MEDIO-EDIT       PIC -Z(9)9.99.
       01 WS-SAQUES-EDIT      PIC Z(8)9.99.
       01 WS-QTD-CONTAS       PIC 9(8) VALUE 0.
       01 WS-QTD-FOTOS        PIC 9(8) VALUE 0.
       01 WS-QTD-SEM-BASE     PIC 9(8) VALUE 0.
       01 WS-QTD-PENDENTES    PIC 9(8) VALUE 0.
       01 WS-QTD-MUDANCAS     PIC 9(8) VALUE 0.
       01 WS-QTD-SUBIDAS      PIC 9(8) VALUE 0.
       01 WS-QTD-DESCIDAS     PIC 9(8) VALUE 0.
      *    Total de controle: soma dos saldos credores fotografados.
       01 WS-SOMA-SALDOS      PIC 9(10)V99 VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           COMPUTE WS-DATA-BASE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + 1)
           MOVE "U" TO WS-CAL-OPERACAO
           CALL "CalendarioCorp" USING WS-CAL-OPERACAO
               WS-DATA-BASE WS-PROXIMO-UTIL WS-CAL-NOME-DIA
           END-CALL

           PERFORM CALCULAR-DIAS-FOTO
           PERFORM FOTOGRAFAR-SALDOS

      *    Ultimo lote do mes: o primeiro dia util depois de hoje ja
      *    e do mes seguinte.
           IF WS-PROXIMO-UTIL(1:6) = WS-HOJE(1:6)
               DISPLAY "Saldos do dia acumulados: " WS-QTD-FOTOS
                       " - fora do fechamento do mes, sem revisao."
               PERFORM ENCERRAR-PASSO
               GOBACK
           END-IF

           PERFORM CARREGAR-PARAMETROS
           PERFORM CARREGAR-CONTAS
           IF TABELA-ESTOURADA
               DISPLAY "Tabela de contas estourada - passo abortado "
                       "sem propor mudancas."
               MOVE 8 TO RETURN-CODE
               PERFORM ENCERRAR-PASSO
               GOBACK
           END-IF

           PERFORM APURAR-SAQUES-MES
           PERFORM LER-MUDANCAS-PENDENTES
           PERFORM GRAVAR-REVISAO-TIERS
           CLOSE MUDANCA-FILE

           MOVE "data/tiers_revisao.txt" TO WS-SPOOL-ORIG-NOME
           PERFORM REGISTRAR-SPOOL

           DISPLAY "Revisao de faixas: contas " WS-QTD-CONTAS-TAB
                   " subidas " WS-QTD-SUBIDAS
                   " descidas " WS-QTD-DESCIDAS
                   " sem base " WS-QTD-SEM-BASE

           PERFORM ENCERRAR-PASSO

           GOBACK.

       ENCERRAR-PASSO.
           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-CONTAS TO CT-LIDOS
           MOVE WS-QTD-FOTOS TO CT-GRAVADOS
           MOVE 0 TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-SOMA-SALDOS TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-CONTAS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO.

       CALCULAR-DIAS-FOTO.
           MOVE WS-HOJE(1:4) TO WS-ANO-TRAB
           MOVE WS-HOJE(5:2) TO WS-MES-TRAB
           IF WS-MES-TRAB = 12
               COMPUTE WS-PRIMEIRO-PROX-MES =
                   (WS-ANO-TRAB + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-PRIMEIRO-PROX-MES =
                   WS-ANO-TRAB * 10000 + (WS-MES-TRAB + 1) * 100 + 1
           END-IF

           MOVE WS-PROXIMO-UTIL TO WS-FIM-PERIODO
           IF WS-FIM-PERIODO > WS-PRIMEIRO-PROX-MES OR
                   WS-FIM-PERIODO <= WS-HOJE
               MOVE WS-PRIMEIRO-PROX-MES TO WS-FIM-PERIODO
           END-IF

           COMPUTE WS-DIAS-FOTO =
               FUNCTION INTEGER-OF-DATE(WS-FIM-PERIODO)
               - FUNCTION INTEGER-OF-DATE(WS-HOJE).

      *    Foto do saldo de fechamento de hoje de toda conta nao
      *    encerrada. Reexecucao no mesmo dia desfaz a foto anterior.
       FOTOGRAFAR-SALDOS.
           OPEN INPUT CONTA-FILE
           MOVE "contas_master.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-CONTA-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           OPEN I-O SALDO-MEDIO-FILE
           IF WS-SALDO-MEDIO-STATUS = "35"
               OPEN OUTPUT SALDO-MEDIO-FILE
               CLOSE SALDO-MEDIO-FILE
               OPEN I-O SALDO-MEDIO-FILE
           END-IF
           MOVE "saldos_medios.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN I-O" TO WS-ERR-OPERACAO
           MOVE WS-SALDO-MEDIO-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

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
                       ADD 1 TO WS-QTD-CONTAS
                       IF CM-SITUACAO NOT = "E"
                           PERFORM FOTOGRAFAR-SALDO-CONTA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SALDO-MEDIO-FILE
           CLOSE CONTA-FILE.

       FOTOGRAFAR-SALDO-CONTA.
           MOVE CM-CONTA TO SM-CONTA
           MOVE WS-HOJE(1:6) TO SM-MES
           READ SALDO-MEDIO-FILE
               INVALID KEY
                   MOVE CM-CONTA TO SM-CONTA
                   MOVE WS-HOJE(1:6) TO SM-MES
                   MOVE 0 TO SM-SOMA-SALDOS
                   MOVE 0 TO SM-DIAS
                   MOVE 0 TO SM-DATA-ULTIMA
                   MOVE 0 TO SM-ULTIMO-SALDO
                   MOVE 0 TO SM-ULTIMOS-DIAS
           END-READ

           IF SM-DATA-ULTIMA = WS-HOJE
               COMPUTE SM-SOMA-SALDOS = SM-SOMA-SALDOS
                   - SM-ULTIMO-SALDO * SM-ULTIMOS-DIAS
               SUBTRACT SM-ULTIMOS-DIAS FROM SM-DIAS
           END-IF

           COMPUTE SM-SOMA-SALDOS = SM-SOMA-SALDOS
               + CM-SALDO * WS-DIAS-FOTO
           ADD WS-DIAS-FOTO TO SM-DIAS
           MOVE WS-HOJE TO SM-DATA-ULTIMA
           MOVE CM-SALDO TO SM-ULTIMO-SALDO
           MOVE WS-DIAS-FOTO TO SM-ULTIMOS-DIAS

           IF WS-SALDO-MEDIO-STATUS = "00"
               REWRITE SALDO-MEDIO-REC
           ELSE
               WRITE SALDO-MEDIO-REC
           END-IF

           ADD 1 TO WS-QTD-FOTOS
           IF CM-SALDO > 0
               ADD CM-SALDO TO WS-SOMA-SALDOS
           END-IF.

      *    Padroes do programa; o arquivo de parametros, quando
      *    existe, substitui a linha de cada faixa que trouxer.
       CARREGAR-PARAMETROS.
           MOVE "S" TO FX-TIER(1)
           MOVE 0 TO FX-ENT-SALDO(1)
           MOVE 0 TO FX-ENT-SAQUES(1)
           MOVE 0 TO FX-PER-SALDO(1)
           MOVE 0 TO FX-PER-SAQUES(1)
           MOVE "P" TO FX-TIER(2)
           MOVE 20000.00 TO FX-ENT-SALDO(2)
           MOVE 0 TO FX-ENT-SAQUES(2)
           MOVE 10000.00 TO FX-PER-SALDO(2)
           MOVE 0 TO FX-PER-SAQUES(2)
           MOVE "C" TO FX-TIER(3)
           MOVE 150000.00 TO FX-ENT-SALDO(3)
           MOVE 50000.00 TO FX-ENT-SAQUES(3)
           MOVE 75000.00 TO FX-PER-SALDO(3)
           MOVE 0 TO FX-PER-SAQUES(3)

           MOVE "N" TO WS-EOF-ARQUIVO
           OPEN INPUT TIER-PARM-FILE
           IF WS-TIER-PARM-STATUS NOT = "00"
               DISPLAY "Sem tiers_revisao_parm.dat - criterios padrao."
               MOVE "S" TO WS-EOF-ARQUIVO
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ TIER-PARM-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       PERFORM GUARDAR-PARAMETRO-FAIXA
               END-READ
           END-PERFORM

           IF WS-TIER-PARM-STATUS = "00" OR WS-TIER-PARM-STATUS = "10"
               CLOSE TIER-PARM-FILE
           END-IF.

       GUARDAR-PARAMETRO-FAIXA.
           PERFORM VARYING WS-IDX-FX FROM 1 BY 1 UNTIL WS-IDX-FX > 3
               IF FX-TIER(WS-IDX-FX) = TP-TIER
                   IF TP-ENT-SALDO IS NUMERIC AND
                           TP-ENT-SAQUES IS NUMERIC AND
                           TP-PER-SALDO IS NUMERIC AND
                           TP-PER-SAQUES IS NUMERIC
                       MOVE TP-ENT-SALDO TO FX-ENT-SALDO(WS-IDX-FX)
                       MOVE TP-ENT-SAQUES TO FX-ENT-SAQUES(WS-IDX-FX)
                       MOVE TP-PER-SALDO TO FX-PER-SALDO(WS-IDX-FX)
                       MOVE TP-PER-SAQUES TO FX-PER-SAQUES(WS-IDX-FX)
                   ELSE
                       DISPLAY "Parametro invalido para a faixa "
                               TP-TIER " - mantido o padrao."
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM.

       CARREGAR-CONTAS.
           OPEN INPUT CONTA-FILE
           MOVE "contas_master.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-CONTA-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

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
                       IF CM-SITUACAO NOT = "E"
                           PERFORM GUARDAR-CONTA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CONTA-FILE.

       GUARDAR-CONTA.
           IF WS-QTD-CONTAS-TAB < 3000
               ADD 1 TO WS-QTD-CONTAS-TAB
               MOVE CM-CONTA TO TC-CONTA(WS-QTD-CONTAS-TAB)
               MOVE CM-NOME TO TC-NOME(WS-QTD-CONTAS-TAB)
               MOVE CM-TIER TO TC-TIER(WS-QTD-CONTAS-TAB)
               MOVE 0 TO TC-SAQUES(WS-QTD-CONTAS-TAB)
               MOVE "N" TO TC-MUDANCA-PEND(WS-QTD-CONTAS-TAB)
           ELSE
               MOVE "S" TO WS-TABELA-ESTOURADA
           END-IF.

      *    Posicao da conta WS-CONTA-BUSCA na tabela, ou zero.
       LOCALIZAR-CONTA.
           MOVE 0 TO WS-IDX-TC
           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA > WS-QTD-CONTAS-TAB
                      OR WS-IDX-TC > 0
               IF TC-CONTA(WS-IDX-BUSCA) = WS-CONTA-BUSCA
                   MOVE WS-IDX-BUSCA TO WS-IDX-TC
               END-IF
           END-PERFORM.

      *    Saques aprovados do mes corrente: o online e, se houver,
      *    o segmento do mes ja separado pelo corte.
       APURAR-SAQUES-MES.
           MOVE SPACES TO WS-MOVSEG-NOME
           STRING "data/saque_movimentos_" DELIMITED BY SIZE
                  WS-HOJE(1:6) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-MOVSEG-NOME
           END-STRING

           MOVE "N" TO WS-EOF-ARQUIVO
           OPEN INPUT MOVSEG-FILE
           IF WS-MOVSEG-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-ARQUIVO
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ MOVSEG-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       MOVE MOVSEG-REC TO MOVIMENTO-REC
                       PERFORM AVALIAR-SAQUE-MES
               END-READ
           END-PERFORM

           IF WS-MOVSEG-STATUS = "00" OR WS-MOVSEG-STATUS = "10"
               CLOSE MOVSEG-FILE
           END-IF

           MOVE "N" TO WS-EOF-ARQUIVO
           OPEN INPUT MOVIMENTO-FILE
           IF WS-MOVIMENTO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-ARQUIVO
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ MOVIMENTO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       PERFORM AVALIAR-SAQUE-MES
               END-READ
           END-PERFORM

           IF WS-MOVIMENTO-STATUS = "00" OR WS-MOVIMENTO-STATUS = "10"
               CLOSE MOVIMENTO-FILE
           END-IF.

       AVALIAR-SAQUE-MES.
           IF (MV-TIPO = "S" OR MV-TIPO = " ") AND
                   MV-RESULTADO = "A" AND
                   MV-DATA(1:6) = WS-HOJE(1:6)
               MOVE MV-CONTA TO WS-CONTA-BUSCA
               PERFORM LOCALIZAR-CONTA
               IF WS-IDX-TC > 0
                   ADD MV-VALOR TO TC-SAQUES(WS-IDX-TC)
               END-IF
           END-IF.

      *    Marca quem ja tem troca de faixa "F" pendente e guarda o
      *    maior numero de mudanca, para numerar as novas em
      *    sequencia.
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
                       IF MD-OPERACAO = "F" AND MD-SITUACAO = "P"
                               AND MD-CHAVE IS NUMERIC
                           MOVE MD-CHAVE TO WS-CONTA-BUSCA
                           PERFORM LOCALIZAR-CONTA
                           IF WS-IDX-TC > 0
                               MOVE "S" TO TC-MUDANCA-PEND(WS-IDX-TC)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       GRAVAR-REVISAO-TIERS.
           OPEN INPUT SALDO-MEDIO-FILE
           MOVE "saldos_medios.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-SALDO-MEDIO-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           OPEN OUTPUT TIERS-REPORT
           MOVE "tiers_revisao.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Revisao mensal de faixas (tier) em "
                  DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " - mes " DELIMITED BY SIZE
                  WS-HOJE(1:6) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "CONTA  TITULAR              DE PARA "
                      DELIMITED BY SIZE
                  "   SALDO MEDIO DIAS  SAQUES DO MES MOTIVO"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING WS-IDX-TC FROM 1 BY 1
                   UNTIL WS-IDX-TC > WS-QTD-CONTAS-TAB
               PERFORM AVALIAR-CONTA
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING "Contas: " DELIMITED BY SIZE
                  WS-QTD-CONTAS-TAB DELIMITED BY SIZE
                  "  Subidas: " DELIMITED BY SIZE
                  WS-QTD-SUBIDAS DELIMITED BY SIZE
                  "  Descidas: " DELIMITED BY SIZE
                  WS-QTD-DESCIDAS DELIMITED BY SIZE
                  "  Mudancas: " DELIMITED BY SIZE
                  WS-QTD-MUDANCAS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Sem base (menos de " DELIMITED BY SIZE
                  PR-MIN-DIAS DELIMITED BY SIZE
                  " dias de saldo): " DELIMITED BY SIZE
                  WS-QTD-SEM-BASE DELIMITED BY SIZE
                  "  Com troca ja pendente: " DELIMITED BY SIZE
                  WS-QTD-PENDENTES DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE TIERS-REPORT
           CLOSE SALDO-MEDIO-FILE.

       AVALIAR-CONTA.
           MOVE 0 TO WS-FX-ATUAL
           PERFORM VARYING WS-IDX-FX FROM 1 BY 1 UNTIL WS-IDX-FX > 3
               IF FX-TIER(WS-IDX-FX) = TC-TIER(WS-IDX-TC)
                   MOVE WS-IDX-FX TO WS-FX-ATUAL
               END-IF
           END-PERFORM

           MOVE TC-CONTA(WS-IDX-TC) TO SM-CONTA
           MOVE WS-HOJE(1:6) TO SM-MES
           MOVE 0 TO WS-DIAS-MES
           MOVE 0 TO WS-SALDO-MEDIO
           READ SALDO-MEDIO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SM-DIAS TO WS-DIAS-MES
                   IF SM-DIAS > 0
                       COMPUTE WS-SALDO-MEDIO ROUNDED =
                           SM-SOMA-SALDOS / SM-DIAS
                   END-IF
           END-READ

           EVALUATE TRUE
               WHEN WS-FX-ATUAL = 0
                   CONTINUE
               WHEN WS-DIAS-MES < PR-MIN-DIAS
                   ADD 1 TO WS-QTD-SEM-BASE
               WHEN OTHER
                   PERFORM DETERMINAR-FAIXA
                   IF WS-FX-ALVO NOT = WS-FX-ATUAL
                       IF TC-MUDANCA-PEND(WS-IDX-TC) = "S"
                           ADD 1 TO WS-QTD-PENDENTES
                       ELSE
                           PERFORM PROPOR-MUDANCA-TIER
                           PERFORM GRAVAR-LINHA-TIER
                       END-IF
                   END-IF
           END-EVALUATE.

      *    Quem nao atende a permanencia desce para a mais alta faixa
      *    abaixo cuja entrada atende (a primeira, standard, nao
      *    exige nada); quem atende sobe para a mais alta acima cuja
      *    entrada atende.
       DETERMINAR-FAIXA.
           MOVE WS-FX-ATUAL TO WS-FX-ALVO
           IF WS-SALDO-MEDIO < FX-PER-SALDO(WS-FX-ATUAL) OR
                   TC-SAQUES(WS-IDX-TC) < FX-PER-SAQUES(WS-FX-ATUAL)
               MOVE 1 TO WS-FX-ALVO
               PERFORM VARYING WS-IDX-FX FROM 2 BY 1
                       UNTIL WS-IDX-FX >= WS-FX-ATUAL
                   PERFORM VERIFICAR-ENTRADA
                   IF ATENDE-CRITERIO
                       MOVE WS-IDX-FX TO WS-FX-ALVO
                   END-IF
               END-PERFORM
               MOVE "ABAIXO PERMANEN." TO WS-MOTIVO
           ELSE
               PERFORM VARYING WS-IDX-FX FROM WS-FX-ATUAL BY 1
                       UNTIL WS-IDX-FX > 3
                   PERFORM VERIFICAR-ENTRADA
                   IF ATENDE-CRITERIO AND WS-IDX-FX > WS-FX-ATUAL
                       MOVE WS-IDX-FX TO WS-FX-ALVO
                   END-IF
               END-PERFORM
               MOVE "ATENDE ENTRADA" TO WS-MOTIVO
           END-IF.

       VERIFICAR-ENTRADA.
           MOVE "N" TO WS-ATENDE
           IF WS-SALDO-MEDIO >= FX-ENT-SALDO(WS-IDX-FX) AND
                   TC-SAQUES(WS-IDX-TC) >= FX-ENT-SAQUES(WS-IDX-FX)
               MOVE "S" TO WS-ATENDE
           END-IF.

      *    A troca vai para a dupla custodia; o cadastro so muda
      *    quando um segundo usuario aprovar em AprovarMudancas.
      *    Os numeros da justificativa vao na mudanca, limitados ao
      *    tamanho dos campos.
       PROPOR-MUDANCA-TIER.
           IF WS-MAIOR-ID >= 999999
               DISPLAY "Numeracao de mudancas esgotada - conta "
                       TC-CONTA(WS-IDX-TC) " sem mudanca."
               MOVE "SEM NUMERACAO" TO WS-MOTIVO
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-MAIOR-ID
               MOVE WS-MAIOR-ID TO MD-ID
               MOVE "CONTAS" TO MD-ARQUIVO
               MOVE "F" TO MD-OPERACAO
               MOVE TC-CONTA(WS-IDX-TC) TO MD-CHAVE
               IF WS-SALDO-MEDIO > 9999999.99
                   MOVE 9999999.99 TO MD-VALOR-1
               ELSE
                   IF WS-SALDO-MEDIO < -9999999.99
                       MOVE -9999999.99 TO MD-VALOR-1
                   ELSE
                       MOVE WS-SALDO-MEDIO TO MD-VALOR-1
                   END-IF
               END-IF
               IF TC-SAQUES(WS-IDX-TC) > 999999.99
                   MOVE 999999.99 TO MD-VALOR-2
               ELSE
                   MOVE TC-SAQUES(WS-IDX-TC) TO MD-VALOR-2
               END-IF
               MOVE WS-DIAS-MES TO MD-VALOR-3
               MOVE "LOTE-TIER" TO MD-SOLICITANTE
               MOVE WS-HOJE TO MD-DATA-SOLIC
               MOVE "P" TO MD-SITUACAO
               MOVE SPACES TO MD-APROVADOR
               MOVE 0 TO MD-DATA-DECISAO
               MOVE 0 TO MD-CPF
               MOVE SPACE TO MD-RISCO
               MOVE FX-TIER(WS-FX-ALVO) TO MD-TIER
               WRITE MUDANCA-REC
                   INVALID KEY
                       DISPLAY "Numero de mudanca ja usado: " MD-ID
                       MOVE "NAO GRAVADA" TO WS-MOTIVO
               END-WRITE
               IF WS-MUDANCA-STATUS = "00"
                   ADD 1 TO WS-QTD-MUDANCAS
                   IF WS-FX-ALVO > WS-FX-ATUAL
                       ADD 1 TO WS-QTD-SUBIDAS
                   ELSE
                       ADD 1 TO WS-QTD-DESCIDAS
                   END-IF
               END-IF
           END-IF.

       GRAVAR-LINHA-TIER.
           MOVE WS-SALDO-MEDIO TO WS-MEDIO-EDIT
           MOVE TC-SAQUES(WS-IDX-TC) TO WS-SAQUES-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING TC-CONTA(WS-IDX-TC) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TC-NOME(WS-IDX-TC) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FX-TIER(WS-FX-ATUAL) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FX-TIER(WS-FX-ALVO) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-MEDIO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DIAS-MES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SAQUES-EDIT DELIMITED BY SIZE
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
               PROGRAMA-NOME BY "RevisarTiers".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "RevisarTiers".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "RevisarTiers".

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "RevisarTiers".
