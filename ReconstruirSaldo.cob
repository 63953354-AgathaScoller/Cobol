       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReconstruirSaldo.

      *    Saldo de fechamento de uma conta (ou de todas as contas de
      *    um CPF) numa data passada, para oficio judicial e
      *    auditoria: o cadastro so guarda o saldo de hoje. Parte do
      *    backup noturno do cadastro de contas gravado por
      *    ExportarMasters (data/backup_contas_master_AAAAMMDD.dat) do
      *    proprio dia pedido ou, na falta dele, do dia mais recente
      *    antes (ate WS-DIAS-BUSCA dias; backup sem trailer ou com
      *    contagem divergente nao serve) e rola para frente o
      *    movimento - segmentos mensais e online - ate o fim do dia
      *    pedido, com o sentido de cada lancamento da rotina
      *    MOVSENT.CPY, mais os ajustes de saldo aprovados na dupla
      *    custodia (AprovarMudancas nao grava movimento).
      *    O BACKUP e o primeiro passo do lote da noite, ja com a
      *    janela de lote aberta: o backup do dia B traz tudo o que o
      *    online lancou em B e nada do que o lote de B lancou. Por
      *    isso, no dia B, so entram os lancamentos do lote (os de
      *    origem online ja estao no saldo do backup); dos dias
      *    seguintes entra tudo.
      *    Sai o demonstrativo certificado data/saldo_certificado.txt
      *    (spool) com o saldo de partida, cada lancamento aplicado
      *    com o saldo apos ele e o saldo de fechamento de cada conta.
      *    Cartao de parametros opcional
      *    data/reconstruirsaldo_parm.dat; sem ele, pergunta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTA-FILE ASSIGN TO "data/contas_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT MOVIMENTO-FILE ASSIGN TO "data/saque_movimentos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.

           SELECT MOVSEG-FILE ASSIGN TO DYNAMIC WS-MOVSEG-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVSEG-STATUS.

           SELECT MUDANCA-FILE ASSIGN TO
                   "data/mudancas_pendentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-ID
               FILE STATUS IS WS-MUDANCA-STATUS.

           SELECT CERTIFICADO-REPORT ASSIGN TO
                   "data/saldo_certificado.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PARM-FILE ASSIGN TO "data/reconstruirsaldo_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           COPY "SPOOLSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-FILE.
       COPY "CONTAREC.CPY".

      *    Mesmo layout de ExportarMasters: "R" registro do mestre,
      *    "T" trailer com a contagem em BK-DADOS(1:8).
       FD  BACKUP-FILE.
       01  BACKUP-REC.
           05 BK-TIPO           PIC X(1).
           05 BK-DADOS          PIC X(200).

       FD  MOVIMENTO-FILE.
       COPY "MOVREC.CPY".

       FD  MOVSEG-FILE.
       01  MOVSEG-REC           PIC X(87).

       FD  MUDANCA-FILE.
       COPY "MUDAREC.CPY".

       FD  CERTIFICADO-REPORT.
       01  REPORT-LINE          PIC X(100).

      *    Conta zero e CPF preenchido: todas as contas do CPF.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-CONTA        PIC 9(6).
           05 PARM-DATA         PIC 9(8).
           05 PARM-CPF          PIC 9(11).

       COPY "SPOOLFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "SPOOLWS.CPY".
       COPY "PARMWS.CPY".
       01 WS-PARM-ACHADO      PIC X(1).
       01 WS-CONTA-STATUS     PIC XX.
       01 WS-BACKUP-STATUS    PIC XX.
       01 WS-MOVIMENTO-STATUS PIC XX.
       01 WS-MOVSEG-STATUS    PIC XX.
       01 WS-MUDANCA-STATUS   PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-EOF-ARQUIVO      PIC X(1).
           88 FIM-ARQUIVO         VALUE "S".
       01 CONTA               PIC 9(6).
       01 WS-CPF              PIC 9(11) VALUE 0.
       01 WS-DATA-PEDIDA      PIC 9(8).
       01 WS-DATA-EMISSAO     PIC 9(8).
       01 WS-BACKUP-NOME      PIC X(50).
       01 WS-MOVSEG-NOME      PIC X(44).

      *    Busca do backup: do dia pedido para tras.
       01 WS-DIAS-BUSCA       PIC 9(3) VALUE 60.
       01 WS-DIAS-RECUO       PIC 9(3).
       01 WS-DATA-BACKUP      PIC 9(8) VALUE 0.
       01 WS-DATA-TENTATIVA   PIC 9(8).
       01 WS-BACKUP-OK        PIC X(1).
           88 BACKUP-VALIDO       VALUE "S".
       01 WS-QTD-REGS-BACKUP  PIC 9(8).
       01 WS-QTD-TRAILER      PIC 9(8).
       01 WS-TEM-TRAILER      PIC X(1).

      *    Contas do demonstrativo. RC-NO-BACKUP = "N": conta aberta
      *    depois do backup, parte de saldo zero.
       01 WS-TABELA-CONTAS.
           05 WS-RC-ENT OCCURS 20 TIMES.
               10 RC-CONTA          PIC 9(6).
               10 RC-NOME           PIC X(20).
               10 RC-NO-BACKUP      PIC X(1).
               10 RC-SALDO-PARTIDA  PIC S9(9)V99.
               10 RC-SALDO          PIC S9(9)V99.
               10 RC-CREDITOS       PIC 9(11)V99.
               10 RC-DEBITOS        PIC 9(11)V99.
               10 RC-QTD            PIC 9(6).
       01 WS-QTD-RC           PIC 9(2) VALUE 0.
       01 WS-IDX-RC           PIC 9(2).
       01 WS-ACHOU-RC         PIC 9(2).

       01 WS-MES-LOOP         PIC 9(6).
       01 WS-MES-FIM          PIC 9(6).
       01 WS-CONTA-ALVO       PIC 9(6).
       01 WS-DEB-CRED         PIC X(1).
       01 WS-NO-BACKUP        PIC X(1).
           88 LANCADO-ANTES-DO-BACKUP VALUE "S".
       01 WS-QTD-APLICADOS    PIC 9(6) VALUE 0.
       01 WS-QTD-AJUSTES      PIC 9(4) VALUE 0.
       01 WS-VALOR-EDIT       PIC Z(8)9.99.
       01 WS-SALDO-EDIT       PIC -Z(8)9.99.
       01 WS-AJUSTE-EDIT      PIC -Z(6)9.99.
       01 WS-TOTAL-EDIT       PIC Z(10)9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-CARTAO-PARAMETROS
           IF WS-PARM-ACHADO = "S"
               MOVE PARM-CONTA TO CONTA
               MOVE PARM-DATA TO WS-DATA-PEDIDA
               IF CONTA = 0 AND PARM-CPF IS NUMERIC
                   MOVE PARM-CPF TO WS-CPF
               END-IF
           ELSE
               DISPLAY "Numero da conta (0 = por CPF): "
               ACCEPT CONTA
               IF CONTA = 0
                   DISPLAY "CPF do cliente: "
                   ACCEPT WS-CPF
               END-IF
               DISPLAY "Data do saldo (AAAAMMDD): "
               ACCEPT WS-DATA-PEDIDA
           END-IF

           ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
           IF WS-DATA-PEDIDA IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-PEDIDA)
                       NOT = 0
                   OR WS-DATA-PEDIDA > WS-DATA-EMISSAO
               DISPLAY "Data invalida ou futura."
               GOBACK
           END-IF
           IF CONTA = 0 AND WS-CPF = 0
               DISPLAY "Informe a conta ou o CPF."
               GOBACK
           END-IF

           PERFORM CARREGAR-CONTAS-PEDIDAS

           PERFORM LOCALIZAR-BACKUP
           IF NOT BACKUP-VALIDO
               DISPLAY "Nenhum backup do cadastro de contas valido "
                       "nos " WS-DIAS-BUSCA " dias ate " WS-DATA-PEDIDA
               GOBACK
           END-IF
           IF WS-QTD-RC = 0
               DISPLAY "Conta/CPF sem contas no cadastro nem no "
                       "backup."
               GOBACK
           END-IF

           OPEN OUTPUT CERTIFICADO-REPORT
           PERFORM IMPRIMIR-CABECALHO

           PERFORM ROLAR-MOVIMENTO
           PERFORM APLICAR-AJUSTES-APROVADOS

           PERFORM IMPRIMIR-FECHAMENTO
           CLOSE CERTIFICADO-REPORT

           MOVE "data/saldo_certificado.txt" TO WS-SPOOL-ORIG-NOME
           PERFORM REGISTRAR-SPOOL

           DISPLAY "Saldo reconstruido em " WS-DATA-PEDIDA
                   " a partir do backup de " WS-DATA-BACKUP
                   ". Lancamentos aplicados: " WS-QTD-APLICADOS

           STRING "CONTA=" DELIMITED BY SIZE
                  CONTA DELIMITED BY SIZE
                  " CPF=" DELIMITED BY SIZE
                  WS-CPF DELIMITED BY SIZE
                  " DATA=" DELIMITED BY SIZE
                  WS-DATA-PEDIDA DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           STRING "BACKUP=" DELIMITED BY SIZE
                  WS-DATA-BACKUP DELIMITED BY SIZE
                  " LANCAMENTOS=" DELIMITED BY SIZE
                  WS-QTD-APLICADOS DELIMITED BY SIZE
                  INTO WS-AUDIT-SAIDA
           END-STRING
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

           COPY "PARMCARD.CPY" REPLACING
               ROTINA-NOME   BY LER-CARTAO-PARAMETROS
               ARQUIVO-PARM  BY PARM-FILE
               REGISTRO-PARM BY PARM-REC
               FLAG-ACHADO   BY WS-PARM-ACHADO.

      *    Contas de hoje: a pedida ou as do CPF (CM-CPF). As do CPF
      *    que ja nao estao no cadastro entram pelo backup.
       CARREGAR-CONTAS-PEDIDAS.
           MOVE "N" TO WS-EOF-ARQUIVO
           OPEN INPUT CONTA-FILE
           IF WS-CONTA-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-ARQUIVO
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ CONTA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       IF (CONTA NOT = 0 AND CM-CONTA = CONTA)
                               OR (CONTA = 0 AND CM-CPF = WS-CPF)
                           PERFORM INCLUIR-CONTA-TABELA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CONTA-STATUS = "00" OR WS-CONTA-STATUS = "10"
               CLOSE CONTA-FILE
           END-IF.

       INCLUIR-CONTA-TABELA.
           MOVE 0 TO WS-ACHOU-RC
           PERFORM VARYING WS-IDX-RC FROM 1 BY 1
                   UNTIL WS-IDX-RC > WS-QTD-RC
               IF RC-CONTA(WS-IDX-RC) = CM-CONTA
                   MOVE WS-IDX-RC TO WS-ACHOU-RC
               END-IF
           END-PERFORM
           IF WS-ACHOU-RC = 0
               IF WS-QTD-RC < 20
                   ADD 1 TO WS-QTD-RC
                   MOVE WS-QTD-RC TO WS-ACHOU-RC
                   MOVE CM-CONTA TO RC-CONTA(WS-ACHOU-RC)
                   MOVE CM-NOME TO RC-NOME(WS-ACHOU-RC)
                   MOVE "N" TO RC-NO-BACKUP(WS-ACHOU-RC)
                   MOVE 0 TO RC-SALDO-PARTIDA(WS-ACHOU-RC)
               ELSE
                   DISPLAY "Mais de 20 contas - conta " CM-CONTA
                           " fora do demonstrativo."
               END-IF
           END-IF.

      *    Do dia pedido para tras, o primeiro backup completo
      *    (trailer presente e contagem batendo).
       LOCALIZAR-BACKUP.
           MOVE "N" TO WS-BACKUP-OK
           MOVE 0 TO WS-DIAS-RECUO
           PERFORM UNTIL BACKUP-VALIDO
                   OR WS-DIAS-RECUO > WS-DIAS-BUSCA
               COMPUTE WS-DATA-TENTATIVA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PEDIDA)
                   - WS-DIAS-RECUO)
               PERFORM LER-BACKUP-DO-DIA
               ADD 1 TO WS-DIAS-RECUO
           END-PERFORM.

       LER-BACKUP-DO-DIA.
           MOVE SPACES TO WS-BACKUP-NOME
           STRING "data/backup_contas_master_" DELIMITED BY SIZE
                  WS-DATA-TENTATIVA DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-BACKUP-NOME
           END-STRING

           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS = "00"
               MOVE 0 TO WS-QTD-REGS-BACKUP
               MOVE "N" TO WS-TEM-TRAILER
               PERFORM VARYING WS-IDX-RC FROM 1 BY 1
                       UNTIL WS-IDX-RC > WS-QTD-RC
                   MOVE "N" TO RC-NO-BACKUP(WS-IDX-RC)
                   MOVE 0 TO RC-SALDO-PARTIDA(WS-IDX-RC)
               END-PERFORM
               MOVE "N" TO WS-EOF-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ BACKUP-FILE
                       AT END
                           MOVE "S" TO WS-EOF-ARQUIVO
                       NOT AT END
                           PERFORM TRATAR-REGISTRO-BACKUP
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FILE
               IF WS-TEM-TRAILER = "S"
                       AND WS-QTD-TRAILER = WS-QTD-REGS-BACKUP
                   MOVE "S" TO WS-BACKUP-OK
                   MOVE WS-DATA-TENTATIVA TO WS-DATA-BACKUP
               ELSE
                   DISPLAY "Backup de " WS-DATA-TENTATIVA
                           " incompleto - ignorado."
               END-IF
           END-IF.

       TRATAR-REGISTRO-BACKUP.
           EVALUATE BK-TIPO
               WHEN "R"
                   ADD 1 TO WS-QTD-REGS-BACKUP
                   MOVE BK-DADOS TO CONTA-MASTER-REC
                   IF CONTA = 0 AND CM-CPF = WS-CPF
                       PERFORM INCLUIR-CONTA-TABELA
                   END-IF
                   PERFORM VARYING WS-IDX-RC FROM 1 BY 1
                           UNTIL WS-IDX-RC > WS-QTD-RC
                       IF RC-CONTA(WS-IDX-RC) = CM-CONTA
                           MOVE "S" TO RC-NO-BACKUP(WS-IDX-RC)
                           MOVE CM-SALDO TO
                               RC-SALDO-PARTIDA(WS-IDX-RC)
                       END-IF
                   END-PERFORM
               WHEN "T"
                   MOVE "S" TO WS-TEM-TRAILER
                   MOVE BK-DADOS(1:8) TO WS-QTD-TRAILER
           END-EVALUATE.

      *    Segmentos mensais do mes do backup ao mes pedido, depois
      *    o online; o filtro de data vale para os dois.
       ROLAR-MOVIMENTO.
           PERFORM VARYING WS-IDX-RC FROM 1 BY 1
                   UNTIL WS-IDX-RC > WS-QTD-RC
               MOVE RC-SALDO-PARTIDA(WS-IDX-RC) TO RC-SALDO(WS-IDX-RC)
               MOVE 0 TO RC-CREDITOS(WS-IDX-RC)
               MOVE 0 TO RC-DEBITOS(WS-IDX-RC)
               MOVE 0 TO RC-QTD(WS-IDX-RC)
           END-PERFORM

           MOVE "Lancamentos aplicados:" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DATA     HORA     CONTA  T S          VALOR"
                      DELIMITED BY SIZE
                  "      SALDO APOS  HISTORICO" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-DATA-BACKUP(1:6) TO WS-MES-LOOP
           MOVE WS-DATA-PEDIDA(1:6) TO WS-MES-FIM
           PERFORM UNTIL WS-MES-LOOP > WS-MES-FIM
               PERFORM LER-SEGMENTO-DO-MES
               IF WS-MES-LOOP(5:2) = "12"
                   ADD 89 TO WS-MES-LOOP
               ELSE
                   ADD 1 TO WS-MES-LOOP
               END-IF
           END-PERFORM

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
                       PERFORM AVALIAR-LANCAMENTO
               END-READ
           END-PERFORM
           IF WS-MOVIMENTO-STATUS = "00" OR WS-MOVIMENTO-STATUS = "10"
               CLOSE MOVIMENTO-FILE
           END-IF

           IF WS-QTD-APLICADOS = 0
               MOVE "  (nenhum lancamento no periodo)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       LER-SEGMENTO-DO-MES.
           MOVE SPACES TO WS-MOVSEG-NOME
           STRING "data/saque_movimentos_" DELIMITED BY SIZE
                  WS-MES-LOOP DELIMITED BY SIZE
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
                       PERFORM AVALIAR-LANCAMENTO
               END-READ
           END-PERFORM
           IF WS-MOVSEG-STATUS = "00" OR WS-MOVSEG-STATUS = "10"
               CLOSE MOVSEG-FILE
           END-IF.

       AVALIAR-LANCAMENTO.
           IF MV-DATA >= WS-DATA-BACKUP AND MV-DATA <= WS-DATA-PEDIDA
               MOVE "N" TO WS-NO-BACKUP
               IF MV-DATA = WS-DATA-BACKUP
                   PERFORM VERIFICAR-ORIGEM-ONLINE
               END-IF
               IF NOT LANCADO-ANTES-DO-BACKUP
                   PERFORM VARYING WS-IDX-RC FROM 1 BY 1
                           UNTIL WS-IDX-RC > WS-QTD-RC
                       MOVE RC-CONTA(WS-IDX-RC) TO WS-CONTA-ALVO
                       PERFORM CLASSIFICAR-LANCAMENTO
                       IF WS-DEB-CRED NOT = SPACE
                           PERFORM APLICAR-LANCAMENTO
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *    Lancamento do dia do backup gravado pelo online (ja esta no
      *    saldo do backup): aprovacao do terminal (marca "T" na
      *    coluna 30 do motivo), override e liberacao de revisao
      *    antifraude, disputa (ManterDisputas), tarifa e saldo de
      *    encerramento (ManterContas) e liberacao de emprestimo
      *    (ManterEmprestimos).
       VERIFICAR-ORIGEM-ONLINE.
           IF MV-MOTIVO(30:1) = "T"
                   OR MV-TIPO = "C" OR MV-TIPO = "F" OR MV-TIPO = "X"
                   OR (MV-TIPO = "L" AND MV-MOTIVO(1:10) = "Liberacao ")
                   OR MV-MOTIVO(1:26) = "Saque liberado (override)."
                   OR MV-MOTIVO(1:22) = "Liberado apos revisao."
               MOVE "S" TO WS-NO-BACKUP
           END-IF.

       APLICAR-LANCAMENTO.
           ADD 1 TO WS-QTD-APLICADOS
           ADD 1 TO RC-QTD(WS-IDX-RC)
           IF WS-DEB-CRED = "D"
               SUBTRACT MV-VALOR FROM RC-SALDO(WS-IDX-RC)
               ADD MV-VALOR TO RC-DEBITOS(WS-IDX-RC)
           ELSE
               ADD MV-VALOR TO RC-SALDO(WS-IDX-RC)
               ADD MV-VALOR TO RC-CREDITOS(WS-IDX-RC)
           END-IF

           MOVE MV-VALOR TO WS-VALOR-EDIT
           MOVE RC-SALDO(WS-IDX-RC) TO WS-SALDO-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING MV-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MV-HORA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RC-CONTA(WS-IDX-RC) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MV-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEB-CRED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SALDO-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  MV-MOTIVO(1:29) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *    Ajuste de saldo ("J") aplicado por AprovarMudancas depois
      *    do dia do backup e ate o dia pedido (no proprio dia do
      *    backup o online ja o levou ao saldo copiado).
       APLICAR-AJUSTES-APROVADOS.
           MOVE "N" TO WS-EOF-ARQUIVO
           OPEN INPUT MUDANCA-FILE
           IF WS-MUDANCA-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               READ MUDANCA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       IF MD-ARQUIVO = "CONTAS" AND MD-OPERACAO = "J"
                               AND MD-SITUACAO = "A"
                               AND MD-DATA-DECISAO > WS-DATA-BACKUP
                               AND MD-DATA-DECISAO <= WS-DATA-PEDIDA
                           PERFORM APLICAR-AJUSTE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MUDANCA-STATUS = "00" OR WS-MUDANCA-STATUS = "10"
               CLOSE MUDANCA-FILE
           END-IF.

       APLICAR-AJUSTE.
           PERFORM VARYING WS-IDX-RC FROM 1 BY 1
                   UNTIL WS-IDX-RC > WS-QTD-RC
               IF MD-CHAVE = RC-CONTA(WS-IDX-RC)
                   IF WS-QTD-AJUSTES = 0
                       MOVE "Ajustes de saldo aprovados:" TO
                           REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
                   ADD 1 TO WS-QTD-AJUSTES
                   ADD 1 TO WS-QTD-APLICADOS
                   ADD 1 TO RC-QTD(WS-IDX-RC)
                   ADD MD-VALOR-1 TO RC-SALDO(WS-IDX-RC)
                   IF MD-VALOR-1 < 0
                       SUBTRACT MD-VALOR-1 FROM RC-DEBITOS(WS-IDX-RC)
                   ELSE
                       ADD MD-VALOR-1 TO RC-CREDITOS(WS-IDX-RC)
                   END-IF
                   MOVE MD-VALOR-1 TO WS-AJUSTE-EDIT
                   MOVE RC-SALDO(WS-IDX-RC) TO WS-SALDO-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING MD-DATA-DECISAO DELIMITED BY SIZE
                          " mudanca " DELIMITED BY SIZE
                          MD-ID DELIMITED BY SIZE
                          " conta " DELIMITED BY SIZE
                          RC-CONTA(WS-IDX-RC) DELIMITED BY SIZE
                          " ajuste " DELIMITED BY SIZE
                          WS-AJUSTE-EDIT DELIMITED BY SIZE
                          " saldo " DELIMITED BY SIZE
                          WS-SALDO-EDIT DELIMITED BY SIZE
                          " aprov. " DELIMITED BY SIZE
                          MD-APROVADOR DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO REPORT-LINE
           IF CONTA = 0
               STRING "DEMONSTRATIVO DE SALDO - CPF " DELIMITED BY SIZE
                      WS-CPF DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "DEMONSTRATIVO DE SALDO - CONTA "
                          DELIMITED BY SIZE
                      CONTA DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Saldo de fechamento do dia " DELIMITED BY SIZE
                  WS-DATA-PEDIDA(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATA-PEDIDA(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATA-PEDIDA(1:4) DELIMITED BY SIZE
                  "   Emissao: " DELIMITED BY SIZE
                  WS-DATA-EMISSAO DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Ponto de partida: backup do cadastro de contas de "
                      DELIMITED BY SIZE
                  WS-DATA-BACKUP DELIMITED BY SIZE
                  " (inicio do lote noturno)" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING WS-IDX-RC FROM 1 BY 1
                   UNTIL WS-IDX-RC > WS-QTD-RC
               MOVE RC-SALDO-PARTIDA(WS-IDX-RC) TO WS-SALDO-EDIT
               MOVE SPACES TO REPORT-LINE
               IF RC-NO-BACKUP(WS-IDX-RC) = "S"
                   STRING "  Conta " DELIMITED BY SIZE
                          RC-CONTA(WS-IDX-RC) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          RC-NOME(WS-IDX-RC) DELIMITED BY SIZE
                          " saldo no backup " DELIMITED BY SIZE
                          WS-SALDO-EDIT DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING "  Conta " DELIMITED BY SIZE
                          RC-CONTA(WS-IDX-RC) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          RC-NOME(WS-IDX-RC) DELIMITED BY SIZE
                          " fora do backup (aberta depois)"
                              DELIMITED BY SIZE
                          " - parte de zero" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
               END-IF
               WRITE REPORT-LINE
           END-PERFORM

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       IMPRIMIR-FECHAMENTO.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-IDX-RC FROM 1 BY 1
                   UNTIL WS-IDX-RC > WS-QTD-RC
               MOVE SPACES TO REPORT-LINE
               MOVE RC-CREDITOS(WS-IDX-RC) TO WS-TOTAL-EDIT
               STRING "Conta " DELIMITED BY SIZE
                      RC-CONTA(WS-IDX-RC) DELIMITED BY SIZE
                      ": lancamentos " DELIMITED BY SIZE
                      RC-QTD(WS-IDX-RC) DELIMITED BY SIZE
                      "  creditos " DELIMITED BY SIZE
                      WS-TOTAL-EDIT DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE RC-DEBITOS(WS-IDX-RC) TO WS-TOTAL-EDIT
               MOVE RC-SALDO(WS-IDX-RC) TO WS-SALDO-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "              debitos " DELIMITED BY SIZE
                      WS-TOTAL-EDIT DELIMITED BY SIZE
                      "  SALDO DE FECHAMENTO " DELIMITED BY SIZE
                      WS-SALDO-EDIT DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Certificamos que os saldos acima correspondem ao "
                      DELIMITED BY SIZE
                  "fechamento do dia " DELIMITED BY SIZE
                  WS-DATA-PEDIDA(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATA-PEDIDA(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATA-PEDIDA(1:4) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "apurados a partir dos registros listados acima." TO
               REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "______________________________" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Responsavel" TO REPORT-LINE
           WRITE REPORT-LINE.

           COPY "MOVSENT.CPY" REPLACING
               ROTINA-NOME   BY CLASSIFICAR-LANCAMENTO
               CONTA-ALVO    BY WS-CONTA-ALVO
               CAMPO-SENTIDO BY WS-DEB-CRED.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "ReconstruirSaldo"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "ReconstruirSaldo".
