       IDENTIFICATION DIVISION.
       PROGRAM-ID. CompensarCheques.

      *    Cheques de outros bancos depositados pelos nossos clientes
      *    (float de compensacao). Passo noturno, antes do SAQUE, em
      *    tres etapas:
      *      1) devolucoes da compensacao
      *         (data/compensacao_cheques_devolvidos.dat): estorna o
      *         credito na conta, solta o bloqueio de float e grava o
      *         movimento "K" com o codigo de motivo, que o extrato
      *         mostra;
      *      2) liberacao: cheque em float que chegou ao dia da
      *         compensacao tem o bloqueio liberado;
      *      3) depositos do dia (data/cheques_depositados.dat, com o
      *         banco sacado): credita a conta, abre um bloqueio de
      *         float em data/bloqueios_judiciais.dat (o mesmo
      *         BLOQREC que saque, transferencia, cheque e parcela ja
      *         descontam do disponivel) ate o dia da compensacao,
      *         registra o cheque em data/cheques_depositados_float.dat
      *         e grava a remessa em data/compensacao_cheques_saida.dat.
      *    O dia da compensacao conta dias uteis pelo CalendarioCorp:
      *    cheque abaixo do valor de corte compensa em mais dias que
      *    o de valor alto (cartao data/cheques_dep_parm.dat). O
      *    bloqueio vence na vespera da compensacao, entao o valor
      *    fica livre no dia mesmo que este passo nao rode.
      *    As entradas sao esvaziadas depois de consumidas.
      *    Relatorio em data/cheques_depositados.txt; deposito
      *    recusado ou cheque devolvido termina o passo com RC 4.
      *    O cheque devolvido gera aviso ao cliente (tipo "C") e,
      *    quando o estorno leva a conta para o negativo, tambem o
      *    aviso "N".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSITO-FILE ASSIGN TO
                   "data/cheques_depositados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSITO-STATUS.

           SELECT DEVOLUCAO-FILE ASSIGN TO
                   "data/compensacao_cheques_devolvidos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVOLUCAO-STATUS.

           SELECT REMESSA-FILE ASSIGN TO
                   "data/compensacao_cheques_saida.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMESSA-STATUS.

           SELECT FLOAT-FILE ASSIGN TO
                   "data/cheques_depositados_float.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-ID
               FILE STATUS IS WS-FLOAT-STATUS.

           SELECT BLOQUEIO-FILE ASSIGN TO
                   "data/bloqueios_judiciais.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BJ-ID
               FILE STATUS IS WS-BLOQUEIO-STATUS.

           SELECT CONTA-FILE ASSIGN TO "data/contas_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT MOVIMENTO-FILE ASSIGN TO "data/saque_movimentos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.

           SELECT PARM-FILE ASSIGN TO "data/cheques_dep_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT DEPOSITO-REPORT ASSIGN TO
                   "data/cheques_depositados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "AVISOSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
      *    Cheque depositado no dia: conta do cliente e os dados do
      *    cheque (banco, agencia e conta sacados, numero, valor em
      *    reais e centavos, posicoes 33-42).
       FD  DEPOSITO-FILE.
       01  DEPOSITO-REC.
           05 DP-AGENCIA        PIC 9(3).
           05 DP-CONTA          PIC 9(6).
           05 DP-BANCO-SACADO   PIC 9(3).
           05 DP-AGENCIA-SACADO PIC 9(4).
           05 DP-CONTA-SACADO   PIC 9(10).
           05 DP-NUMERO-CHEQUE  PIC 9(6).
           05 DP-VALOR          PIC 9(8)V99.

      *    Devolucao da compensacao: nosso numero do cheque (CF-ID,
      *    enviado na remessa) e o codigo de motivo.
       FD  DEVOLUCAO-FILE.
       01  DEVOLUCAO-REC.
           05 CR-ID             PIC 9(8).
           05 CR-MOTIVO         PIC 9(2).

      *    Remessa para a compensacao, um registro por cheque.
       FD  REMESSA-FILE.
       01  REMESSA-REC.
           05 CS-DATA           PIC 9(8).
           05 CS-ID             PIC 9(8).
           05 CS-BANCO-SACADO   PIC 9(3).
           05 CS-AGENCIA-SACADO PIC 9(4).
           05 CS-CONTA-SACADO   PIC 9(10).
           05 CS-NUMERO-CHEQUE  PIC 9(6).
           05 CS-VALOR          PIC 9(8)V99.
           05 CS-AGENCIA        PIC 9(3).
           05 CS-CONTA          PIC 9(6).

       FD  FLOAT-FILE.
       COPY "CHQFLREC.CPY".

       FD  BLOQUEIO-FILE.
       COPY "BLOQREC.CPY".

       FD  CONTA-FILE.
       COPY "CONTAREC.CPY".

       FD  MOVIMENTO-FILE.
       COPY "MOVREC.CPY".

      *    Prazo de compensacao em dias uteis: valor abaixo de
      *    PARM-VALOR-CORTE compensa em PARM-DIAS-ABAIXO, o resto em
      *    PARM-DIAS-ACIMA. Sem o arquivo valem os padroes abaixo.
      *    Corte em reais e centavos nas posicoes 1-10 (R$ 300,00 e
      *    0000030000), prazos nas posicoes 11 e 12.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-VALOR-CORTE  PIC 9(8)V99.
           05 PARM-DIAS-ABAIXO  PIC 9(1).
           05 PARM-DIAS-ACIMA   PIC 9(1).

       FD  DEPOSITO-REPORT.
       01  REPORT-LINE          PIC X(80).

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
       01 WS-DEPOSITO-STATUS  PIC XX.
       01 WS-DEVOLUCAO-STATUS PIC XX.
       01 WS-REMESSA-STATUS   PIC XX.
       01 WS-FLOAT-STATUS     PIC XX.
       01 WS-BLOQUEIO-STATUS  PIC XX.
       01 WS-CONTA-STATUS     PIC XX.
       01 WS-MOVIMENTO-STATUS PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-EOF-DEPOSITO     PIC X(1).
           88 FIM-DEPOSITOS      VALUE "S".
       01 WS-EOF-DEVOLUCAO    PIC X(1).
           88 FIM-DEVOLUCOES     VALUE "S".
       01 WS-EOF-FLOAT        PIC X(1).
           88 FIM-FLOATS         VALUE "S".
       01 WS-EOF-BLOQUEIO     PIC X(1).
           88 FIM-BLOQUEIOS      VALUE "S".
       01 WS-HOJE             PIC 9(8).
       01 WS-AGORA            PIC 9(8).
      *    Padroes de contingencia: abaixo de R$ 300 compensa em dois
      *    dias uteis, do corte para cima em um.
       01 WS-VALOR-CORTE      PIC 9(8)V99 VALUE 300.
       01 WS-DIAS-ABAIXO      PIC 9(1) VALUE 2.
       01 WS-DIAS-ACIMA       PIC 9(1) VALUE 1.
       01 WS-DIAS-PRAZO       PIC 9(1).
       01 WS-DATA-LIBERACAO   PIC 9(8).
       01 WS-DATA-BASE        PIC 9(8).
       01 WS-DATA-FIM-FLOAT   PIC 9(8).
       01 WS-CAL-OPERACAO     PIC X(1).
       01 WS-CAL-NOME-DIA     PIC X(10).
       01 WS-PROX-ID          PIC 9(8) VALUE 1.
       01 WS-PROX-BLOQUEIO    PIC 9(6) VALUE 1.
       01 WS-MOTIVO-RECUSA    PIC X(30).
       01 WS-MOTIVO-MOV       PIC X(30).
       01 WS-VALOR-MOV        PIC 9(8)V99.
       01 WS-VALOR-EDIT       PIC Z(7)9.99.
       01 WS-CONTA-MOV        PIC 9(6).
       01 WS-AGENCIA-MOV      PIC 9(3).
       01 WS-QTD-LIDOS        PIC 9(8) VALUE 0.
       01 WS-QTD-ACEITOS      PIC 9(8) VALUE 0.
       01 WS-QTD-RECUSADOS    PIC 9(8) VALUE 0.
       01 WS-QTD-LIBERADOS    PIC 9(8) VALUE 0.
       01 WS-QTD-DEVOLVIDOS   PIC 9(8) VALUE 0.
       01 WS-QTD-DEV-IGNORADAS PIC 9(8) VALUE 0.
       01 WS-SOMA-ACEITA      PIC 9(10)V99 VALUE 0.
       01 WS-SOMA-DEVOLVIDA   PIC 9(10)V99 VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO
           MOVE WS-HOJE TO WS-AV-DATA-NEG

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           PERFORM LER-CARTAO-PARAMETROS
           IF WS-PARM-ACHADO = "S"
               MOVE PARM-VALOR-CORTE TO WS-VALOR-CORTE
               MOVE PARM-DIAS-ABAIXO TO WS-DIAS-ABAIXO
               MOVE PARM-DIAS-ACIMA TO WS-DIAS-ACIMA
           END-IF

           OPEN I-O FLOAT-FILE
           IF WS-FLOAT-STATUS = "35"
               OPEN OUTPUT FLOAT-FILE
               CLOSE FLOAT-FILE
               OPEN I-O FLOAT-FILE
           END-IF
           MOVE "cheques_depositados_float" TO WS-ERR-ARQUIVO
           MOVE "OPEN I-O" TO WS-ERR-OPERACAO
           MOVE WS-FLOAT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           OPEN I-O BLOQUEIO-FILE
           IF WS-BLOQUEIO-STATUS = "35"
               OPEN OUTPUT BLOQUEIO-FILE
               CLOSE BLOQUEIO-FILE
               OPEN I-O BLOQUEIO-FILE
           END-IF
           MOVE "bloqueios_judiciais.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN I-O" TO WS-ERR-OPERACAO
           MOVE WS-BLOQUEIO-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           OPEN I-O CONTA-FILE
           MOVE "contas_master.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN I-O" TO WS-ERR-OPERACAO
           MOVE WS-CONTA-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           OPEN OUTPUT DEPOSITO-REPORT
           MOVE "cheques_depositados.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Cheques depositados / compensacao em "
                      DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM APURAR-PROXIMOS-NUMEROS
           PERFORM PROCESSAR-DEVOLUCOES
           PERFORM LIBERAR-FLOATS-VENCIDOS
           PERFORM PROCESSAR-DEPOSITOS

           MOVE SPACES TO REPORT-LINE
           STRING "Depositos aceitos: " DELIMITED BY SIZE
                  WS-QTD-ACEITOS DELIMITED BY SIZE
                  "  Recusados: " DELIMITED BY SIZE
                  WS-QTD-RECUSADOS DELIMITED BY SIZE
                  "  Liberados: " DELIMITED BY SIZE
                  WS-QTD-LIBERADOS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Devolvidos: " DELIMITED BY SIZE
                  WS-QTD-DEVOLVIDOS DELIMITED BY SIZE
                  "  Devolucoes sem cheque: " DELIMITED BY SIZE
                  WS-QTD-DEV-IGNORADAS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE DEPOSITO-REPORT
           CLOSE CONTA-FILE
           CLOSE BLOQUEIO-FILE
           CLOSE FLOAT-FILE

           DISPLAY "Cheques depositados: " WS-QTD-ACEITOS
                   "  Recusados: " WS-QTD-RECUSADOS
                   "  Liberados: " WS-QTD-LIBERADOS
                   "  Devolvidos: " WS-QTD-DEVOLVIDOS

           IF WS-QTD-RECUSADOS > 0 OR WS-QTD-DEVOLVIDOS > 0
                   OR WS-QTD-DEV-IGNORADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-LIDOS TO CT-LIDOS
           MOVE WS-QTD-ACEITOS TO CT-GRAVADOS
           MOVE WS-QTD-RECUSADOS TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-SOMA-ACEITA TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-LIDOS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

      *    Proximo numero de cheque em float e proximo numero de
      *    bloqueio: um acima do maior ja gravado (os bloqueios
      *    judiciais digitados em ManterBloqueios dividem o arquivo).
       APURAR-PROXIMOS-NUMEROS.
           MOVE "N" TO WS-EOF-FLOAT
           MOVE LOW-VALUES TO CF-ID
           START FLOAT-FILE KEY NOT < CF-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-FLOAT
           END-START
           PERFORM UNTIL FIM-FLOATS
               READ FLOAT-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-FLOAT
                   NOT AT END
                       COMPUTE WS-PROX-ID = CF-ID + 1
               END-READ
           END-PERFORM

           MOVE "N" TO WS-EOF-BLOQUEIO
           MOVE LOW-VALUES TO BJ-ID
           START BLOQUEIO-FILE KEY NOT < BJ-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-BLOQUEIO
           END-START
           PERFORM UNTIL FIM-BLOQUEIOS
               READ BLOQUEIO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-BLOQUEIO
                   NOT AT END
                       COMPUTE WS-PROX-BLOQUEIO = BJ-ID + 1
               END-READ
           END-PERFORM.

      *    Etapa 1: devolucoes da compensacao. Cheque ainda em float
      *    ou ja liberado tem o credito estornado (mesmo que a conta
      *    fique negativa); devolucao de cheque desconhecido ou ja
      *    devolvido so sai no relatorio.
       PROCESSAR-DEVOLUCOES.
           MOVE "N" TO WS-EOF-DEVOLUCAO
           OPEN INPUT DEVOLUCAO-FILE
           IF WS-DEVOLUCAO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-DEVOLUCAO
           END-IF

           PERFORM UNTIL FIM-DEVOLUCOES
               READ DEVOLUCAO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-DEVOLUCAO
                   NOT AT END
                       MOVE CR-ID TO CF-ID
                       READ FLOAT-FILE
                           INVALID KEY
                               MOVE "Devolucao sem cheque em float"
                                   TO WS-MOTIVO-RECUSA
                               PERFORM GRAVAR-DEVOLUCAO-IGNORADA
                           NOT INVALID KEY
                               IF CF-SITUACAO = "D"
                                   MOVE "Cheque ja devolvido"
                                       TO WS-MOTIVO-RECUSA
                                   PERFORM GRAVAR-DEVOLUCAO-IGNORADA
                               ELSE
                                   PERFORM ESTORNAR-DEPOSITO
                               END-IF
                       END-READ
               END-READ
           END-PERFORM

           IF WS-DEVOLUCAO-STATUS = "00" OR
                   WS-DEVOLUCAO-STATUS = "10"
               CLOSE DEVOLUCAO-FILE
               OPEN OUTPUT DEVOLUCAO-FILE
               CLOSE DEVOLUCAO-FILE
           END-IF.

       GRAVAR-DEVOLUCAO-IGNORADA.
           ADD 1 TO WS-QTD-DEV-IGNORADAS
           MOVE SPACES TO REPORT-LINE
           STRING "DEVOLUCAO cheque " DELIMITED BY SIZE
                  CR-ID DELIMITED BY SIZE
                  " motivo " DELIMITED BY SIZE
                  CR-MOTIVO DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOTIVO-RECUSA) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       ESTORNAR-DEPOSITO.
           IF CF-SITUACAO = "F"
               PERFORM SOLTAR-BLOQUEIO-FLOAT
           END-IF

           MOVE CF-CONTA TO CM-CONTA
           READ CONTA-FILE
               INVALID KEY
                   DISPLAY "Conta " CF-CONTA
                           " fora do cadastro: estorno sem saldo."
               NOT INVALID KEY
                   SUBTRACT CF-VALOR FROM CM-SALDO
                   REWRITE CONTA-MASTER-REC
                   MOVE CF-CONTA TO WS-AV-CONTA
                   MOVE "C" TO WS-AV-TIPO
                   MOVE CF-VALOR TO WS-AV-VALOR
                   STRING "Dep." DELIMITED BY SIZE
                          CF-ID DELIMITED BY SIZE
                          " mot. " DELIMITED BY SIZE
                          CR-MOTIVO DELIMITED BY SIZE
                          INTO WS-AV-REFERENCIA
                   END-STRING
                   PERFORM GRAVAR-AVISO-CLIENTE
                   IF CM-SALDO < 0 AND CM-SALDO + CF-VALOR >= 0
                       MOVE CF-CONTA TO WS-AV-CONTA
                       MOVE "N" TO WS-AV-TIPO
                       MOVE CM-SALDO TO WS-AV-VALOR
                       MOVE "Estorno de deposito" TO WS-AV-REFERENCIA
                       PERFORM GRAVAR-AVISO-CLIENTE
                   END-IF
           END-READ

           MOVE "D" TO CF-SITUACAO
           MOVE CR-MOTIVO TO CF-MOTIVO-DEV
           MOVE WS-HOJE TO CF-DATA-BAIXA
           REWRITE CHEQUE-FLOAT-REC

           ADD 1 TO WS-QTD-DEVOLVIDOS
           ADD CF-VALOR TO WS-SOMA-DEVOLVIDA

           MOVE SPACES TO REPORT-LINE
           STRING "DEVOLVIDO conta " DELIMITED BY SIZE
                  CF-CONTA DELIMITED BY SIZE
                  " cheque " DELIMITED BY SIZE
                  CF-NUMERO-CHEQUE DELIMITED BY SIZE
                  " bco " DELIMITED BY SIZE
                  CF-BANCO-SACADO DELIMITED BY SIZE
                  " valor " DELIMITED BY SIZE
                  CF-VALOR DELIMITED BY SIZE
                  " motivo " DELIMITED BY SIZE
                  CR-MOTIVO DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE CF-AGENCIA TO WS-AGENCIA-MOV
           MOVE CF-CONTA TO WS-CONTA-MOV
           MOVE CF-VALOR TO WS-VALOR-MOV
           MOVE SPACES TO WS-MOTIVO-MOV
           STRING "Chq dep devolvido mot. " DELIMITED BY SIZE
                  CR-MOTIVO DELIMITED BY SIZE
                  INTO WS-MOTIVO-MOV
           END-STRING
           PERFORM GRAVAR-MOVIMENTO-DEPOSITO.

      *    Etapa 2: cheques em float que chegaram ao dia da
      *    compensacao tem o bloqueio liberado.
       LIBERAR-FLOATS-VENCIDOS.
           MOVE "N" TO WS-EOF-FLOAT
           MOVE LOW-VALUES TO CF-ID
           START FLOAT-FILE KEY NOT < CF-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-FLOAT
           END-START
           PERFORM UNTIL FIM-FLOATS
               READ FLOAT-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-FLOAT
                   NOT AT END
                       IF CF-SITUACAO = "F" AND
                               CF-DATA-LIBERACAO <= WS-HOJE
                           PERFORM SOLTAR-BLOQUEIO-FLOAT
                           MOVE "L" TO CF-SITUACAO
                           MOVE WS-HOJE TO CF-DATA-BAIXA
                           REWRITE CHEQUE-FLOAT-REC
                           ADD 1 TO WS-QTD-LIBERADOS
                       END-IF
               END-READ
           END-PERFORM.

       SOLTAR-BLOQUEIO-FLOAT.
           MOVE CF-BLOQUEIO-ID TO BJ-ID
           READ BLOQUEIO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "L" TO BJ-SITUACAO
                   REWRITE BLOQUEIO-REC
           END-READ.

      *    Etapa 3: depositos do dia.
       PROCESSAR-DEPOSITOS.
           MOVE "N" TO WS-EOF-DEPOSITO
           OPEN INPUT DEPOSITO-FILE
           IF WS-DEPOSITO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-DEPOSITO
           END-IF

           PERFORM UNTIL FIM-DEPOSITOS
               READ DEPOSITO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-DEPOSITO
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM VALIDAR-DEPOSITO
                       IF WS-MOTIVO-RECUSA = SPACES
                           PERFORM ACEITAR-DEPOSITO
                       ELSE
                           PERFORM RECUSAR-DEPOSITO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-DEPOSITO-STATUS = "00" OR
                   WS-DEPOSITO-STATUS = "10"
               CLOSE DEPOSITO-FILE
               OPEN OUTPUT DEPOSITO-FILE
               CLOSE DEPOSITO-FILE
           END-IF.

       VALIDAR-DEPOSITO.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           EVALUATE TRUE
               WHEN DP-CONTA IS NOT NUMERIC
                   MOVE "Conta nao numerica." TO WS-MOTIVO-RECUSA
               WHEN DP-VALOR IS NOT NUMERIC OR DP-VALOR = 0
                   MOVE "Valor invalido." TO WS-MOTIVO-RECUSA
      *        O bloqueio de float (BJ-VALOR) vai ate R$ 999.999,99.
               WHEN DP-VALOR > 999999.99
                   MOVE "Valor alem do limite do float."
                       TO WS-MOTIVO-RECUSA
               WHEN DP-BANCO-SACADO IS NOT NUMERIC OR
                       DP-BANCO-SACADO = 0
                   MOVE "Banco sacado invalido." TO WS-MOTIVO-RECUSA
               WHEN DP-NUMERO-CHEQUE IS NOT NUMERIC
                   MOVE "Numero do cheque invalido."
                       TO WS-MOTIVO-RECUSA
               WHEN OTHER
                   MOVE DP-CONTA TO CM-CONTA
                   READ CONTA-FILE
                       INVALID KEY
                           MOVE "Conta inexistente."
                               TO WS-MOTIVO-RECUSA
                       NOT INVALID KEY
                           IF CM-SITUACAO NOT = "A"
                               MOVE "Conta nao ativa."
                                   TO WS-MOTIVO-RECUSA
                           END-IF
                   END-READ
           END-EVALUATE.

      *    Credita a conta, abre o bloqueio de float ate a vespera da
      *    compensacao, registra o cheque e manda a remessa.
       ACEITAR-DEPOSITO.
           PERFORM CALCULAR-DATA-LIBERACAO

           ADD DP-VALOR TO CM-SALDO
           REWRITE CONTA-MASTER-REC

           COMPUTE WS-DATA-FIM-FLOAT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-LIBERACAO) - 1)
           MOVE WS-PROX-BLOQUEIO TO BJ-ID
           MOVE DP-CONTA TO BJ-CONTA
           MOVE DP-VALOR TO BJ-VALOR
           MOVE "Float cheque deposit" TO BJ-MOTIVO
           MOVE SPACES TO BJ-PROCESSO
           STRING "CHQDEP " DELIMITED BY SIZE
                  WS-PROX-ID DELIMITED BY SIZE
                  INTO BJ-PROCESSO
           END-STRING
           MOVE WS-DATA-FIM-FLOAT TO BJ-DATA-FIM
           MOVE "A" TO BJ-SITUACAO
           WRITE BLOQUEIO-REC
               INVALID KEY
                   DISPLAY "Bloqueio " BJ-ID " ja existe."
           END-WRITE
           ADD 1 TO WS-PROX-BLOQUEIO

           MOVE WS-PROX-ID TO CF-ID
           MOVE DP-AGENCIA TO CF-AGENCIA
           MOVE DP-CONTA TO CF-CONTA
           MOVE DP-BANCO-SACADO TO CF-BANCO-SACADO
           MOVE DP-AGENCIA-SACADO TO CF-AGENCIA-SACADO
           MOVE DP-CONTA-SACADO TO CF-CONTA-SACADO
           MOVE DP-NUMERO-CHEQUE TO CF-NUMERO-CHEQUE
           MOVE DP-VALOR TO CF-VALOR
           MOVE WS-HOJE TO CF-DATA-DEPOSITO
           MOVE WS-DATA-LIBERACAO TO CF-DATA-LIBERACAO
           MOVE BJ-ID TO CF-BLOQUEIO-ID
           MOVE "F" TO CF-SITUACAO
           MOVE 0 TO CF-MOTIVO-DEV
           MOVE 0 TO CF-DATA-BAIXA
           WRITE CHEQUE-FLOAT-REC
               INVALID KEY
                   DISPLAY "Cheque em float " CF-ID " ja existe."
           END-WRITE
           ADD 1 TO WS-PROX-ID

           PERFORM GRAVAR-REMESSA-COMPENSACAO

           ADD 1 TO WS-QTD-ACEITOS
           ADD DP-VALOR TO WS-SOMA-ACEITA

           MOVE DP-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "DEPOSITO conta " DELIMITED BY SIZE
                  DP-CONTA DELIMITED BY SIZE
                  " cheque " DELIMITED BY SIZE
                  DP-NUMERO-CHEQUE DELIMITED BY SIZE
                  " bco " DELIMITED BY SIZE
                  DP-BANCO-SACADO DELIMITED BY SIZE
                  " valor " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VALOR-EDIT) DELIMITED BY SIZE
                  " libera " DELIMITED BY SIZE
                  WS-DATA-LIBERACAO DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE DP-AGENCIA TO WS-AGENCIA-MOV
           MOVE DP-CONTA TO WS-CONTA-MOV
           MOVE DP-VALOR TO WS-VALOR-MOV
           MOVE SPACES TO WS-MOTIVO-MOV
           STRING "Dep. cheque bco " DELIMITED BY SIZE
                  DP-BANCO-SACADO DELIMITED BY SIZE
                  " lib " DELIMITED BY SIZE
                  WS-DATA-LIBERACAO(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATA-LIBERACAO(5:2) DELIMITED BY SIZE
                  INTO WS-MOTIVO-MOV
           END-STRING
           PERFORM GRAVAR-MOVIMENTO-DEPOSITO.

       RECUSAR-DEPOSITO.
           ADD 1 TO WS-QTD-RECUSADOS
           MOVE SPACES TO REPORT-LINE
           STRING "RECUSADO conta " DELIMITED BY SIZE
                  DP-CONTA DELIMITED BY SIZE
                  " cheque " DELIMITED BY SIZE
                  DP-NUMERO-CHEQUE DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOTIVO-RECUSA) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *    Dia da compensacao: a partir de hoje, anda o prazo em dias
      *    uteis (cada passo pula para o primeiro dia util depois do
      *    anterior).
       CALCULAR-DATA-LIBERACAO.
           IF DP-VALOR < WS-VALOR-CORTE
               MOVE WS-DIAS-ABAIXO TO WS-DIAS-PRAZO
           ELSE
               MOVE WS-DIAS-ACIMA TO WS-DIAS-PRAZO
           END-IF
           IF WS-DIAS-PRAZO = 0
               MOVE 1 TO WS-DIAS-PRAZO
           END-IF

           MOVE WS-HOJE TO WS-DATA-LIBERACAO
           MOVE "U" TO WS-CAL-OPERACAO
           PERFORM WS-DIAS-PRAZO TIMES
               COMPUTE WS-DATA-BASE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-LIBERACAO) + 1)
               CALL "CalendarioCorp" USING WS-CAL-OPERACAO
                   WS-DATA-BASE WS-DATA-LIBERACAO WS-CAL-NOME-DIA
               END-CALL
           END-PERFORM.

       GRAVAR-REMESSA-COMPENSACAO.
           OPEN EXTEND REMESSA-FILE
           IF WS-REMESSA-STATUS = "35"
               OPEN OUTPUT REMESSA-FILE
           END-IF
           MOVE WS-HOJE TO CS-DATA
           MOVE CF-ID TO CS-ID
           MOVE CF-BANCO-SACADO TO CS-BANCO-SACADO
           MOVE CF-AGENCIA-SACADO TO CS-AGENCIA-SACADO
           MOVE CF-CONTA-SACADO TO CS-CONTA-SACADO
           MOVE CF-NUMERO-CHEQUE TO CS-NUMERO-CHEQUE
           MOVE CF-VALOR TO CS-VALOR
           MOVE CF-AGENCIA TO CS-AGENCIA
           MOVE CF-CONTA TO CS-CONTA
           WRITE REMESSA-REC
           CLOSE REMESSA-FILE.

       GRAVAR-MOVIMENTO-DEPOSITO.
           ACCEPT WS-AGORA FROM TIME
           OPEN EXTEND MOVIMENTO-FILE
           IF WS-MOVIMENTO-STATUS = "35"
               OPEN OUTPUT MOVIMENTO-FILE
           END-IF
           MOVE WS-HOJE TO MV-DATA
           MOVE WS-AGORA TO MV-HORA
           MOVE "K" TO MV-TIPO
           MOVE WS-AGENCIA-MOV TO MV-AGENCIA
           MOVE WS-CONTA-MOV TO MV-CONTA
           MOVE WS-VALOR-MOV TO MV-VALOR
           MOVE "A" TO MV-RESULTADO
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

           COPY "AVISOGRV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-AVISO-CLIENTE
               PROGRAMA-NOME BY "CompensarCheques".

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "CompensarCheques".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "CompensarCheques".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "CompensarCheques".
