      *    diario da faixa da conta, paginado no mesmo formato do
      *    relatorio da clinica (cabecalho, numero de pagina e
      *    rodape) para a agencia entregar ao cliente.
      *    Modo exportacao (formato "E"): o mesmo movimento da conta
      *    no mes sai em arquivo de layout fixo
      *    (data/extrato_exportacao.dat, EXTEXREC.CPY) para o
      *    cliente corporativo importar na contabilidade - so os
      *    lancamentos aprovados (e as transferencias recebidas),
      *    com sinal de debito/credito (MOVSENT.CPY),
      *    cabecalho com o saldo inicial e trailer com saldo final,
      *    quantidade e total de controle. Os saldos vem das fotos
      *    de fechamento de data/saldos_medios.dat (RevisarTiers):
      *    inicial = ultima foto do mes anterior; final = ultima foto
      *    do mes pedido, ou o saldo do cadastro no mes corrente.
      *    Sem uma das fotos, ela e deduzida da outra pelo liquido
      *    dos lancamentos (sem nenhuma, saldo inicial zero).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATO-STATUS.

           SELECT EXPORTACAO-FILE ASSIGN TO
                   "data/extrato_exportacao.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORTACAO-STATUS.

           SELECT SALDO-MEDIO-FILE ASSIGN TO "data/saldos_medios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CHAVE
               FILE STATUS IS WS-SALDO-MEDIO-STATUS.

           SELECT PARM-FILE ASSIGN TO "data/extratoconta_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           COPY "SPOOLSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMENTO-FILE.
       COPY "MOVREC.CPY".

       FD  MOVSEG-FILE.
       01  MOVSEG-REC           PIC X(87).

       FD  CONTA-FILE.
       COPY "CONTAREC.CPY".
      *    PARM-CPF (opcional, cartoes antigos nao o tem): com
      *    PARM-CONTA zero e um CPF valido, o extrato sai
      *    consolidado com todas as contas do cliente.
      *    PARM-FORMATO (opcional): "E" exportacao em arquivo (so por
      *    conta; PARM-CPF em zeros); em branco ou "I", impresso.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-CONTA        PIC 9(6).
           05 PARM-ANO-MES      PIC 9(6).
           05 PARM-CPF          PIC 9(11).
           05 PARM-FORMATO      PIC X(1).

       FD  EXPORTACAO-FILE.
       COPY "EXTEXREC.CPY".

       FD  SALDO-MEDIO-FILE.
       COPY "SMEDREC.CPY".

       FD  BLOQUEIO-FILE.
       COPY "BLOQREC.CPY".

       COPY "SPOOLFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "SPOOLWS.CPY".
       01 WS-TOTAL-DIA        PIC 9(6)V99 VALUE 0.
       01 WS-QTD-LINHAS       PIC 9(5) VALUE 0.
       01 WS-TOTAL-DIA-EDIT   PIC Z(5)9.99.
       01 WS-VALOR-MOV-EDIT   PIC Z(8)9.99.
       01 WS-LIMITE-EDIT      PIC Z(5)9.99.
       01 WS-DATA-EMISSAO     PIC 9(8).
       01 WS-LINHAS-POR-PAGINA PIC 9(2) VALUE 20.
       01 WS-MOVSEG-STATUS    PIC XX.
       01 WS-EOF-MOVSEG       PIC X VALUE "N".
           88 FIM-MOVSEG          VALUE "S".
      *    Exportacao para a contabilidade do cliente: primeira
      *    passada so soma o liquido (para deduzir um saldo sem foto),
      *    a segunda grava os detalhes.
       01 WS-FORMATO          PIC X(1) VALUE "I".
           88 MODO-EXPORTACAO     VALUE "E".
       01 WS-EXPORTACAO-STATUS PIC XX.
       01 WS-SALDO-MEDIO-STATUS PIC XX.
       01 WS-FASE-EXPORTACAO  PIC X(1).
           88 FASE-SOMA           VALUE "S".
           88 FASE-GRAVACAO       VALUE "G".
       01 WS-DEB-CRED         PIC X(1).
       01 WS-VALOR-SINAL      PIC S9(9)V99.
       01 WS-LIQUIDO-PERIODO  PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-CONTROLE   PIC S9(11)V99 VALUE 0.
       01 WS-SEQUENCIA-EXP    PIC 9(6) VALUE 0.
       01 WS-SALDO-INICIAL    PIC S9(9)V99 VALUE 0.
       01 WS-SALDO-FINAL      PIC S9(9)V99 VALUE 0.
       01 WS-TEM-INICIAL      PIC X(1).
       01 WS-TEM-FINAL        PIC X(1).
       01 WS-MES-ANTERIOR     PIC 9(6).
       01 WS-DATA-INICIO-PER  PIC 9(8).
       01 WS-DATA-FIM-PER     PIC 9(8).
       01 WS-PROXIMO-MES      PIC 9(6).
       01 WS-NOME-EXPORT      PIC X(20) VALUE SPACES.
       01 WS-SALDO-CADASTRO   PIC S9(7)V99 VALUE 0.
       01 WS-CONTA-ACHADA     PIC X(1) VALUE "N".

       PROCEDURE DIVISION.
       INICIO.
               IF CONTA = 0 AND PARM-CPF IS NUMERIC
                   MOVE PARM-CPF TO WS-CPF
               END-IF
               IF PARM-FORMATO = "E"
                   MOVE "E" TO WS-FORMATO
               END-IF
           ELSE
               DISPLAY "Numero da conta (0 = por cliente): "
               ACCEPT CONTA
               END-IF
               DISPLAY "Mes do extrato (AAAAMM): "
               ACCEPT WS-ANO-MES
               IF CONTA NOT = 0
                   DISPLAY "Formato (I=impresso, E=exportacao): "
                   ACCEPT WS-FORMATO
               END-IF
           END-IF

           IF MODO-EXPORTACAO
               IF CONTA = 0
                   DISPLAY "Exportacao so por conta."
               ELSE
                   PERFORM EXPORTAR-EXTRATO
               END-IF
               GOBACK
           END-IF

           IF CONTA = 0 AND WS-CPF NOT = 0
           MOVE 0 TO WS-PAGINA-ATUAL
           PERFORM IMPRIMIR-CABECALHO

           PERFORM LER-MOVIMENTO-DO-MES

           PERFORM IMPRIMIR-BLOQUEIOS-ATIVOS

               WRITE EXTRATO-LINE
           END-IF

           CLOSE EXTRATO-REPORT

      *    Registra a geracao no catalogo de spool (copia numerada
               CLOSE TIER-FILE
           END-IF.

      *    Primeiro o segmento mensal do mes pedido (quando o corte
      *    ja o fechou), depois o online (mes corrente).
       LER-MOVIMENTO-DO-MES.
           PERFORM LER-SEGMENTO-DO-MES

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
                       PERFORM PROCESSAR-REGISTRO-EXTRATO
               END-READ
           END-PERFORM

           IF WS-MOVIMENTO-STATUS = "00" OR WS-MOVIMENTO-STATUS = "10"
               CLOSE MOVIMENTO-FILE
           END-IF.

      *    Na exportacao a pertinencia a conta vem do sentido do
      *    lancamento (inclui o credito de transferencia recebida,
      *    gravado no registro da conta de origem).
       PROCESSAR-REGISTRO-EXTRATO.
           MOVE MV-DATA(1:6) TO WS-MES-MOVIMENTO
           IF MODO-EXPORTACAO
               IF WS-MES-MOVIMENTO = WS-ANO-MES
                   PERFORM EXPORTAR-TRANSACAO
               END-IF
           ELSE
               PERFORM VERIFICAR-CONTA-EXTRATO
               IF WS-CONTA-NO-EXTRATO = "S" AND
                       WS-MES-MOVIMENTO = WS-ANO-MES
                   PERFORM IMPRIMIR-TRANSACAO
               END-IF
           END-IF.

      *    Segmento mensal fechado pelo corte (quando existe): cada

           MOVE WS-TOTAL-DIA TO WS-TOTAL-DIA-EDIT
           MOVE WS-LIMITE-DIARIO TO WS-LIMITE-EDIT
           MOVE MV-VALOR TO WS-VALOR-MOV-EDIT

      *    No consolidado, cada linha carrega a conta de origem.
           MOVE SPACES TO WS-PREFIXO-CONTA
                  " " DELIMITED BY SIZE
                  MV-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-MOV-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MV-RESULTADO DELIMITED BY SIZE
                  " dia:" DELIMITED BY SIZE
           END-STRING
           WRITE EXTRATO-LINE.

      *    Extrato em arquivo para a contabilidade do cliente: duas
      *    passadas no movimento do mes (soma, depois gravacao) entre
      *    o cabecalho e o trailer.
       EXPORTAR-EXTRATO.
           ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
           IF WS-ANO-MES(5:2) < "01" OR WS-ANO-MES(5:2) > "12"
               DISPLAY "Mes do extrato invalido."
               GOBACK
           END-IF

           OPEN INPUT CONTA-FILE
           IF WS-CONTA-STATUS = "00"
               MOVE CONTA TO CM-CONTA
               READ CONTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-CONTA-ACHADA
                       MOVE CM-NOME TO WS-NOME-EXPORT
                       MOVE CM-SALDO TO WS-SALDO-CADASTRO
               END-READ
               CLOSE CONTA-FILE
           END-IF
           IF WS-CONTA-ACHADA NOT = "S"
               DISPLAY "Conta inexistente."
               GOBACK
           END-IF

           COMPUTE WS-DATA-INICIO-PER = WS-ANO-MES * 100 + 1
           IF WS-ANO-MES(5:2) = "12"
               COMPUTE WS-PROXIMO-MES = WS-ANO-MES + 89
           ELSE
               COMPUTE WS-PROXIMO-MES = WS-ANO-MES + 1
           END-IF
           COMPUTE WS-DATA-FIM-PER = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PROXIMO-MES * 100 + 1) - 1)
           IF WS-DATA-FIM-PER > WS-DATA-EMISSAO
               MOVE WS-DATA-EMISSAO TO WS-DATA-FIM-PER
           END-IF
           IF WS-ANO-MES(5:2) = "01"
               COMPUTE WS-MES-ANTERIOR = WS-ANO-MES - 89
           ELSE
               COMPUTE WS-MES-ANTERIOR = WS-ANO-MES - 1
           END-IF

           MOVE "S" TO WS-FASE-EXPORTACAO
           PERFORM LER-MOVIMENTO-DO-MES
           PERFORM APURAR-SALDOS-EXPORTACAO

           OPEN OUTPUT EXPORTACAO-FILE
           IF WS-EXPORTACAO-STATUS NOT = "00"
               DISPLAY "Falha ao abrir extrato_exportacao.dat: "
                       WS-EXPORTACAO-STATUS
               GOBACK
           END-IF

           MOVE SPACES TO EXTRATO-EXPORT-REC
           MOVE "H" TO EX-TIPO-REG
           MOVE CONTA TO EX-H-CONTA
           MOVE WS-NOME-EXPORT TO EX-H-NOME
           MOVE WS-DATA-INICIO-PER TO EX-H-DATA-INICIO
           MOVE WS-DATA-FIM-PER TO EX-H-DATA-FIM
           MOVE WS-SALDO-INICIAL TO EX-H-SALDO-INICIAL
           MOVE WS-DATA-EMISSAO TO EX-H-DATA-GERACAO
           WRITE EXTRATO-EXPORT-REC

           MOVE "G" TO WS-FASE-EXPORTACAO
           MOVE 0 TO WS-SEQUENCIA-EXP
           MOVE 0 TO WS-TOTAL-CONTROLE
           PERFORM LER-MOVIMENTO-DO-MES

           MOVE SPACES TO EXTRATO-EXPORT-REC
           MOVE "T" TO EX-TIPO-REG
           MOVE WS-SALDO-FINAL TO EX-T-SALDO-FINAL
           MOVE WS-SEQUENCIA-EXP TO EX-T-QTD-DETALHES
           MOVE WS-TOTAL-CONTROLE TO EX-T-TOTAL-CONTROLE
           WRITE EXTRATO-EXPORT-REC
           CLOSE EXPORTACAO-FILE

           MOVE WS-SEQUENCIA-EXP TO WS-QTD-LINHAS
           DISPLAY "Extrato exportado. Lancamentos: " WS-QTD-LINHAS

           STRING "CONTA=" DELIMITED BY SIZE
                  CONTA DELIMITED BY SIZE
                  " MES=" DELIMITED BY SIZE
                  WS-ANO-MES DELIMITED BY SIZE
                  " EXPORTACAO" DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           STRING "LANCAMENTOS=" DELIMITED BY SIZE
                  WS-QTD-LINHAS DELIMITED BY SIZE
                  INTO WS-AUDIT-SAIDA
           END-STRING
           PERFORM REGISTRAR-AUDITORIA.

      *    Saldo inicial = ultima foto do mes anterior; final = foto
      *    do proprio mes ou, no mes corrente, o saldo do cadastro.
       APURAR-SALDOS-EXPORTACAO.
           MOVE "N" TO WS-TEM-INICIAL
           MOVE "N" TO WS-TEM-FINAL
           IF WS-ANO-MES >= WS-DATA-EMISSAO(1:6)
               MOVE WS-SALDO-CADASTRO TO WS-SALDO-FINAL
               MOVE "S" TO WS-TEM-FINAL
           END-IF

           OPEN INPUT SALDO-MEDIO-FILE
           IF WS-SALDO-MEDIO-STATUS = "00"
               MOVE CONTA TO SM-CONTA
               MOVE WS-MES-ANTERIOR TO SM-MES
               READ SALDO-MEDIO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-ULTIMO-SALDO TO WS-SALDO-INICIAL
                       MOVE "S" TO WS-TEM-INICIAL
               END-READ
               IF WS-TEM-FINAL = "N"
                   MOVE CONTA TO SM-CONTA
                   MOVE WS-ANO-MES TO SM-MES
                   READ SALDO-MEDIO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SM-ULTIMO-SALDO TO WS-SALDO-FINAL
                           MOVE "S" TO WS-TEM-FINAL
                   END-READ
               END-IF
               CLOSE SALDO-MEDIO-FILE
           END-IF

           EVALUATE TRUE
               WHEN WS-TEM-INICIAL = "S" AND WS-TEM-FINAL = "S"
                   CONTINUE
               WHEN WS-TEM-INICIAL = "S"
                   COMPUTE WS-SALDO-FINAL =
                       WS-SALDO-INICIAL + WS-LIQUIDO-PERIODO
               WHEN WS-TEM-FINAL = "S"
                   COMPUTE WS-SALDO-INICIAL =
                       WS-SALDO-FINAL - WS-LIQUIDO-PERIODO
               WHEN OTHER
                   MOVE 0 TO WS-SALDO-INICIAL
                   MOVE WS-LIQUIDO-PERIODO TO WS-SALDO-FINAL
           END-EVALUATE.

       EXPORTAR-TRANSACAO.
           PERFORM CLASSIFICAR-LANCAMENTO
           IF WS-DEB-CRED NOT = SPACE
               IF WS-DEB-CRED = "D"
                   COMPUTE WS-VALOR-SINAL = 0 - MV-VALOR
               ELSE
                   MOVE MV-VALOR TO WS-VALOR-SINAL
               END-IF
               IF FASE-SOMA
                   ADD WS-VALOR-SINAL TO WS-LIQUIDO-PERIODO
               ELSE
                   ADD 1 TO WS-SEQUENCIA-EXP
                   ADD WS-VALOR-SINAL TO WS-TOTAL-CONTROLE
                   MOVE SPACES TO EXTRATO-EXPORT-REC
                   MOVE "D" TO EX-TIPO-REG
                   MOVE MV-DATA TO EX-D-DATA
                   MOVE MV-HORA TO EX-D-HORA
                   MOVE MV-TIPO TO EX-D-TIPO
                   MOVE WS-DEB-CRED TO EX-D-DEB-CRED
                   MOVE WS-VALOR-SINAL TO EX-D-VALOR
                   MOVE WS-SEQUENCIA-EXP TO EX-D-SEQUENCIA
                   MOVE MV-MOTIVO TO EX-D-DESCRICAO
                   WRITE EXTRATO-EXPORT-REC
               END-IF
           END-IF.

           COPY "MOVSENT.CPY" REPLACING
               ROTINA-NOME   BY CLASSIFICAR-LANCAMENTO
               CONTA-ALVO    BY CONTA
               CAMPO-SENTIDO BY WS-DEB-CRED.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "ExtratoConta"
