       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReavaliarRisco.

      *    Reavaliacao periodica de risco e revisao cadastral (KYC)
      *    dos clientes. So trabalha no ultimo lote do mes (o proximo
      *    dia util, pelo CalendarioCorp, ja cai no mes seguinte);
      *    nos demais dias nao faz nada.
      *    Cada CPF do cadastro de clientes recebe uma pontuacao
      *    pelos criterios abaixo, somando as contas em que e
      *    titular principal (CM-CPF) ou segundo titular (arquivo
      *    de titulares, papel "S"); representante legal nao conta.
      *      - saques aprovados no mes: valor >= 10.000,00 soma 20,
      *        >= 30.000,00 soma 40; 30 saques ou mais soma 15;
      *      - excecoes de AnaliseSaques nos ultimos 12 meses
      *        (data/compliance_excecoes.dat): 10 cada, ate 30;
      *      - saques retidos pela fila antifraude nos ultimos 12
      *        meses: 15 cada, ate 45;
      *      - bloqueio judicial ativo (o float de cheque CHQDEP nao
      *        conta): 25;
      *      - disputas abertas nos ultimos 12 meses: 5 cada, ate 15;
      *      - cheques devolvidos nos ultimos 12 meses (folha "D"
      *        no talao): 10 cada, ate 30.
      *    Faixas: ate 29 "B" baixo, 30 a 59 "M" medio, 60 ou mais
      *    "A" alto. Risco apurado diferente do cadastro NAO e
      *    gravado no cliente: vira mudanca pendente "K" em
      *    data/mudancas_pendentes.dat, para a dupla custodia
      *    (AprovarMudancas); CPF que ja tem "K" pendente nao ganha
      *    outra.
      *    Revisao cadastral vencida: a ultima revisao
      *    (CL-DATA-REVISAO) passou do intervalo da politica para o
      *    risco - alto 365 dias, medio 730, baixo 1095 -, usando o
      *    mais severo entre o risco do cadastro e o apurado.
      *    Quem teve mudanca proposta ou revisao vencida sai na
      *    lista de trabalho do compliance data/kyc_revisao.txt,
      *    registrada no spool.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-FILE ASSIGN TO "data/clientes_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CPF
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT CONTA-FILE ASSIGN TO "data/contas_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT TITULAR-FILE ASSIGN TO "data/contas_titulares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-CHAVE
               FILE STATUS IS WS-TITULAR-STATUS.

           SELECT MOVIMENTO-FILE ASSIGN TO "data/saque_movimentos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.

      *    Segmento do mes corrente, se o corte (ParticionarMovimento)
      *    ja tiver separado parte do mes.
           SELECT MOVSEG-FILE ASSIGN TO DYNAMIC WS-MOVSEG-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVSEG-STATUS.

           SELECT EXCECAO-FILE ASSIGN TO
                   "data/compliance_excecoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-CHAVE
               FILE STATUS IS WS-EXCECAO-STATUS.

           SELECT FRAUDE-FILA-FILE ASSIGN TO "data/fraude_fila.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FF-ID
               FILE STATUS IS WS-FRAUDE-FILA-STATUS.

           SELECT BLOQUEIO-FILE ASSIGN TO
                   "data/bloqueios_judiciais.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BJ-ID
               FILE STATUS IS WS-BLOQUEIO-STATUS.

           SELECT DISPUTA-FILE ASSIGN TO "data/disputas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-ID
               FILE STATUS IS WS-DISPUTA-STATUS.

           SELECT TALAO-FILE ASSIGN TO "data/cheques_talao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-CHAVE
               FILE STATUS IS WS-TALAO-STATUS.

           SELECT MUDANCA-FILE ASSIGN TO
                   "data/mudancas_pendentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-ID
               FILE STATUS IS WS-MUDANCA-STATUS.

           SELECT REVISAO-REPORT ASSIGN TO "data/kyc_revisao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "SPOOLSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE.
       COPY "CLIREC.CPY".

       FD  CONTA-FILE.
       COPY "CONTAREC.CPY".

       FD  TITULAR-FILE.
       COPY "TITULREC.CPY".

       FD  MOVIMENTO-FILE.
       COPY "MOVREC.CPY".

       FD  MOVSEG-FILE.
       01  MOVSEG-REC           PIC X(87).

       FD  EXCECAO-FILE.
       COPY "EXCECREC.CPY".

       FD  FRAUDE-FILA-FILE.
       COPY "FRDFILA.CPY".

       FD  BLOQUEIO-FILE.
       COPY "BLOQREC.CPY".

       FD  DISPUTA-FILE.
       COPY "DISPREC.CPY".

       FD  TALAO-FILE.
       COPY "TALAOREC.CPY".

       FD  MUDANCA-FILE.
       COPY "MUDAREC.CPY".

       FD  REVISAO-REPORT.
       01  REPORT-LINE          PIC X(80).

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
       01 WS-CLIENTE-STATUS   PIC XX.
       01 WS-CONTA-STATUS     PIC XX.
       01 WS-TITULAR-STATUS   PIC XX.
       01 WS-MOVIMENTO-STATUS PIC XX.
       01 WS-MOVSEG-STATUS    PIC XX.
       01 WS-EXCECAO-STATUS   PIC XX.
       01 WS-FRAUDE-FILA-STATUS PIC XX.
       01 WS-BLOQUEIO-STATUS  PIC XX.
       01 WS-DISPUTA-STATUS   PIC XX.
       01 WS-TALAO-STATUS     PIC XX.
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
      *    Janela dos criterios de historico: mesmo dia de 12 meses
      *    atras, em aritmetica de AAAAMMDD (ano - 1).
       01 WS-DATA-CORTE       PIC 9(8).

      *    Parametros da pontuacao (ver o cabecalho do programa).
       01 WS-PARAMETROS-RISCO.
           05 PR-VALOR-SAQUE-1    PIC 9(7)V99 VALUE 10000.00.
           05 PR-PONTOS-VALOR-1   PIC 9(3) VALUE 20.
           05 PR-VALOR-SAQUE-2    PIC 9(7)V99 VALUE 30000.00.
           05 PR-PONTOS-VALOR-2   PIC 9(3) VALUE 40.
           05 PR-QTD-SAQUES       PIC 9(5) VALUE 30.
           05 PR-PONTOS-QTD       PIC 9(3) VALUE 15.
           05 PR-PONTOS-EXCECAO   PIC 9(3) VALUE 10.
           05 PR-TETO-EXCECAO     PIC 9(3) VALUE 30.
           05 PR-PONTOS-RETENCAO  PIC 9(3) VALUE 15.
           05 PR-TETO-RETENCAO    PIC 9(3) VALUE 45.
           05 PR-PONTOS-BLOQUEIO  PIC 9(3) VALUE 25.
           05 PR-PONTOS-DISPUTA   PIC 9(3) VALUE 5.
           05 PR-TETO-DISPUTA     PIC 9(3) VALUE 15.
           05 PR-PONTOS-DEVOLVIDO PIC 9(3) VALUE 10.
           05 PR-TETO-DEVOLVIDO   PIC 9(3) VALUE 30.
           05 PR-CORTE-MEDIO      PIC 9(3) VALUE 30.
           05 PR-CORTE-ALTO       PIC 9(3) VALUE 60.
           05 PR-DIAS-ALTO        PIC 9(5) VALUE 365.
           05 PR-DIAS-MEDIO       PIC 9(5) VALUE 730.
           05 PR-DIAS-BAIXO       PIC 9(5) VALUE 1095.

      *    Um acumulador por cliente do cadastro (ordem de CPF).
       01 WS-TABELA-CLIENTES.
           05 WS-RC-ENT OCCURS 1000 TIMES.
               10 RC-CPF            PIC 9(11).
               10 RC-NOME           PIC X(20).
               10 RC-RISCO          PIC X(1).
               10 RC-DATA-REVISAO   PIC 9(8).
               10 RC-QTD-SAQUES     PIC 9(5).
               10 RC-VALOR-SAQUES   PIC 9(9)V99.
               10 RC-QTD-EXCECOES   PIC 9(3).
               10 RC-QTD-RETENCOES  PIC 9(3).
               10 RC-QTD-BLOQUEIOS  PIC 9(3).
               10 RC-QTD-DISPUTAS   PIC 9(3).
               10 RC-QTD-DEVOLVIDOS PIC 9(3).
               10 RC-MUDANCA-PEND   PIC X(1).
       01 WS-QTD-CLIENTES     PIC 9(4) VALUE 0.
       01 WS-IDX-CLI          PIC 9(4).
      *    Vinculo conta -> cliente (principal e segundos titulares),
      *    com a posicao do cliente na tabela acima.
       01 WS-TABELA-VINCULOS.
           05 WS-VC-ENT OCCURS 3000 TIMES.
               10 VC-CONTA          PIC 9(6).
               10 VC-IDX-CLI        PIC 9(4).
       01 WS-QTD-VINCULOS     PIC 9(4) VALUE 0.
       01 WS-IDX-VC           PIC 9(4).
       01 WS-IDX-BUSCA        PIC 9(4).
       01 WS-TABELA-ESTOURADA PIC X(1) VALUE "N".
           88 TABELA-ESTOURADA    VALUE "S".
       01 WS-VINCULO-EXISTE   PIC X(1).
       01 WS-CPF-VINCULO      PIC 9(11).
       01 WS-CONTA-EVENTO     PIC 9(6).
       01 WS-TIPO-EVENTO      PIC X(1).
       01 WS-VALOR-EVENTO     PIC 9(9)V99.

       01 WS-PONTOS           PIC 9(3).
       01 WS-PONTOS-CRIT      PIC 9(5).
       01 WS-RISCO-ATUAL      PIC X(1).
       01 WS-RISCO-APURADO    PIC X(1).
       01 WS-RISCO-POLITICA   PIC X(1).
       01 WS-DIAS-POLITICA    PIC 9(5).
       01 WS-DIAS-REVISAO     PIC S9(7).
       01 WS-REVISAO-VENCIDA  PIC X(1).
       01 WS-MUDANCA-PROPOSTA PIC X(1).
       01 WS-MOTIVO           PIC X(16).
       01 WS-MOTIVO-REV       PIC X(15).
       01 WS-MAIOR-ID         PIC 9(6) VALUE 0.
       01 WS-MUDANCA-ABERTO   PIC X(1) VALUE "N".
       01 WS-QTD-MUDANCAS     PIC 9(8) VALUE 0.
       01 WS-QTD-VENCIDAS     PIC 9(8) VALUE 0.
       01 WS-QTD-LISTADOS     PIC 9(8) VALUE 0.
      *    Total de controle: soma das pontuacoes apuradas.
       01 WS-SOMA-PONTOS      PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

      *    Ultimo lote do mes: o primeiro dia util depois de hoje ja
      *    e do mes seguinte.
           COMPUTE WS-DATA-BASE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + 1)
           MOVE "U" TO WS-CAL-OPERACAO
           CALL "CalendarioCorp" USING WS-CAL-OPERACAO
               WS-DATA-BASE WS-PROXIMO-UTIL WS-CAL-NOME-DIA
           END-CALL

           IF WS-PROXIMO-UTIL(1:6) = WS-HOJE(1:6)
               DISPLAY "Fora do fechamento do mes - sem reavaliacao."
               PERFORM ENCERRAR-PASSO
               GOBACK
           END-IF

           COMPUTE WS-DATA-CORTE = WS-HOJE - 10000

           PERFORM CARREGAR-CLIENTES
           PERFORM CARREGAR-VINCULOS
           IF TABELA-ESTOURADA
               DISPLAY "Tabela de clientes ou de contas estourada - "
                       "passo abortado sem propor mudancas."
               MOVE 8 TO RETURN-CODE
               PERFORM ENCERRAR-PASSO
               GOBACK
           END-IF

           PERFORM APURAR-SAQUES-MES
           PERFORM APURAR-EXCECOES
           PERFORM APURAR-RETENCOES
           PERFORM APURAR-BLOQUEIOS
           PERFORM APURAR-DISPUTAS
           PERFORM APURAR-DEVOLVIDOS

           PERFORM LER-MUDANCAS-PENDENTES
           PERFORM GRAVAR-LISTA-REVISAO
           IF WS-MUDANCA-ABERTO = "S"
               CLOSE MUDANCA-FILE
           END-IF

           MOVE "data/kyc_revisao.txt" TO WS-SPOOL-ORIG-NOME
           PERFORM REGISTRAR-SPOOL

           DISPLAY "Reavaliacao de risco: clientes " WS-QTD-CLIENTES
                   " mudancas propostas " WS-QTD-MUDANCAS
                   " revisoes vencidas " WS-QTD-VENCIDAS

           PERFORM ENCERRAR-PASSO

           GOBACK.

       ENCERRAR-PASSO.
           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-CLIENTES TO CT-LIDOS
           MOVE WS-QTD-MUDANCAS TO CT-GRAVADOS
           MOVE 0 TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-SOMA-PONTOS TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-CLIENTES TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO.

       CARREGAR-CLIENTES.
           OPEN INPUT CLIENTE-FILE
           MOVE "clientes_master.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-CLIENTE-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE "N" TO WS-EOF-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ CLIENTE-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       PERFORM GUARDAR-CLIENTE
               END-READ
           END-PERFORM

           CLOSE CLIENTE-FILE.

       GUARDAR-CLIENTE.
           IF WS-QTD-CLIENTES >= 1000
               MOVE "S" TO WS-TABELA-ESTOURADA
           ELSE
               ADD 1 TO WS-QTD-CLIENTES
               MOVE WS-QTD-CLIENTES TO WS-IDX-CLI
               MOVE CL-CPF TO RC-CPF(WS-IDX-CLI)
               MOVE CL-NOME TO RC-NOME(WS-IDX-CLI)
               IF CL-RISCO = "M" OR CL-RISCO = "A"
                   MOVE CL-RISCO TO RC-RISCO(WS-IDX-CLI)
               ELSE
                   MOVE "B" TO RC-RISCO(WS-IDX-CLI)
               END-IF
               IF CL-DATA-REVISAO IS NUMERIC
                   MOVE CL-DATA-REVISAO TO RC-DATA-REVISAO(WS-IDX-CLI)
               ELSE
                   MOVE 0 TO RC-DATA-REVISAO(WS-IDX-CLI)
               END-IF
               MOVE 0 TO RC-QTD-SAQUES(WS-IDX-CLI)
               MOVE 0 TO RC-VALOR-SAQUES(WS-IDX-CLI)
               MOVE 0 TO RC-QTD-EXCECOES(WS-IDX-CLI)
               MOVE 0 TO RC-QTD-RETENCOES(WS-IDX-CLI)
               MOVE 0 TO RC-QTD-BLOQUEIOS(WS-IDX-CLI)
               MOVE 0 TO RC-QTD-DISPUTAS(WS-IDX-CLI)
               MOVE 0 TO RC-QTD-DEVOLVIDOS(WS-IDX-CLI)
               MOVE "N" TO RC-MUDANCA-PEND(WS-IDX-CLI)
           END-IF.

      *    Principal pelo CM-CPF do cadastro de contas; segundos
      *    titulares pelo arquivo de titulares. CPF fora do cadastro
      *    de clientes nao tem a quem pontuar e fica de fora.
       CARREGAR-VINCULOS.
           OPEN INPUT CONTA-FILE
           MOVE "contas_master.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-CONTA-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE "N" TO WS-EOF-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ CONTA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       IF CM-CPF IS NUMERIC AND CM-CPF NOT = 0
                           MOVE CM-CONTA TO WS-CONTA-EVENTO
                           MOVE CM-CPF TO WS-CPF-VINCULO
                           PERFORM GUARDAR-VINCULO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CONTA-FILE

           MOVE "N" TO WS-EOF-ARQUIVO
           OPEN INPUT TITULAR-FILE
           IF WS-TITULAR-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-ARQUIVO
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ TITULAR-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       IF TT-PAPEL = "P" OR TT-PAPEL = "S"
                           MOVE TT-CONTA TO WS-CONTA-EVENTO
                           MOVE TT-CPF TO WS-CPF-VINCULO
                           PERFORM GUARDAR-VINCULO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TITULAR-STATUS = "00" OR WS-TITULAR-STATUS = "10"
               CLOSE TITULAR-FILE
           END-IF.

       GUARDAR-VINCULO.
           PERFORM LOCALIZAR-CLIENTE
           IF WS-IDX-CLI > 0
               MOVE "N" TO WS-VINCULO-EXISTE
               PERFORM VARYING WS-IDX-VC FROM 1 BY 1
                       UNTIL WS-IDX-VC > WS-QTD-VINCULOS
                   IF VC-CONTA(WS-IDX-VC) = WS-CONTA-EVENTO AND
                           VC-IDX-CLI(WS-IDX-VC) = WS-IDX-CLI
                       MOVE "S" TO WS-VINCULO-EXISTE
                   END-IF
               END-PERFORM
               IF WS-VINCULO-EXISTE = "N"
                   IF WS-QTD-VINCULOS >= 3000
                       MOVE "S" TO WS-TABELA-ESTOURADA
                   ELSE
                       ADD 1 TO WS-QTD-VINCULOS
                       MOVE WS-CONTA-EVENTO TO
                           VC-CONTA(WS-QTD-VINCULOS)
                       MOVE WS-IDX-CLI TO VC-IDX-CLI(WS-QTD-VINCULOS)
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-CLIENTE.
           MOVE 0 TO WS-IDX-CLI
           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA > WS-QTD-CLIENTES
                      OR WS-IDX-CLI > 0
               IF RC-CPF(WS-IDX-BUSCA) = WS-CPF-VINCULO
                   MOVE WS-IDX-BUSCA TO WS-IDX-CLI
               END-IF
           END-PERFORM.

      *    Um evento da conta WS-CONTA-EVENTO (tipo WS-TIPO-EVENTO)
      *    conta para todo cliente vinculado a ela.
       CREDITAR-EVENTO-CONTA.
           PERFORM VARYING WS-IDX-VC FROM 1 BY 1
                   UNTIL WS-IDX-VC > WS-QTD-VINCULOS
               IF VC-CONTA(WS-IDX-VC) = WS-CONTA-EVENTO
                   MOVE VC-IDX-CLI(WS-IDX-VC) TO WS-IDX-CLI
                   PERFORM CREDITAR-EVENTO-CLIENTE
               END-IF
           END-PERFORM.

       CREDITAR-EVENTO-CLIENTE.
           EVALUATE WS-TIPO-EVENTO
               WHEN "S"
                   ADD 1 TO RC-QTD-SAQUES(WS-IDX-CLI)
                   ADD WS-VALOR-EVENTO TO RC-VALOR-SAQUES(WS-IDX-CLI)
               WHEN "E"
                   ADD 1 TO RC-QTD-EXCECOES(WS-IDX-CLI)
               WHEN "R"
                   ADD 1 TO RC-QTD-RETENCOES(WS-IDX-CLI)
               WHEN "B"
                   ADD 1 TO RC-QTD-BLOQUEIOS(WS-IDX-CLI)
               WHEN "D"
                   ADD 1 TO RC-QTD-DISPUTAS(WS-IDX-CLI)
               WHEN "C"
                   ADD 1 TO RC-QTD-DEVOLVIDOS(WS-IDX-CLI)
           END-EVALUATE.

      *    Saques aprovados do mes corrente: o online e, se houver,
      *    o segmento do mes ja separado pelo corte.
       APURAR-SAQUES-MES.
           MOVE "S" TO WS-TIPO-EVENTO

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
               MOVE MV-CONTA TO WS-CONTA-EVENTO
               MOVE MV-VALOR TO WS-VALOR-EVENTO
               PERFORM CREDITAR-EVENTO-CONTA
           END-IF.

      *    Excecao por conta vale para os titulares da conta; a
      *    excecao por cliente (EX-CONTA zero) vai direto ao CPF.
       APURAR-EXCECOES.
           MOVE "E" TO WS-TIPO-EVENTO
           MOVE 0 TO WS-VALOR-EVENTO
           MOVE "N" TO WS-EOF-ARQUIVO
           OPEN INPUT EXCECAO-FILE
           IF WS-EXCECAO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-ARQUIVO
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ EXCECAO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       IF EX-DATA >= WS-DATA-CORTE AND
                               EX-DATA <= WS-HOJE
                           PERFORM CREDITAR-EXCECAO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-EXCECAO-STATUS = "00" OR WS-EXCECAO-STATUS = "10"
               CLOSE EXCECAO-FILE
           END-IF.

       CREDITAR-EXCECAO.
           IF EX-CONTA = 0
               MOVE EX-CPF TO WS-CPF-VINCULO
               PERFORM LOCALIZAR-CLIENTE
               IF WS-IDX-CLI > 0
                   PERFORM CREDITAR-EVENTO-CLIENTE
               END-IF
           ELSE
               MOVE EX-CONTA TO WS-CONTA-EVENTO
               PERFORM CREDITAR-EVENTO-CONTA
           END-IF.

      *    Todo saque que caiu na fila antifraude conta, qualquer
      *    que tenha sido a decisao do supervisor.
       APURAR-RETENCOES.
           MOVE "R" TO WS-TIPO-EVENTO
           MOVE 0 TO WS-VALOR-EVENTO
           MOVE "N" TO WS-EOF-ARQUIVO
           OPEN INPUT FRAUDE-FILA-FILE
           IF WS-FRAUDE-FILA-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-ARQUIVO
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ FRAUDE-FILA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       IF FF-DATA >= WS-DATA-CORTE AND
                               FF-DATA <= WS-HOJE
                           MOVE FF-CONTA TO WS-CONTA-EVENTO
                           PERFORM CREDITAR-EVENTO-CONTA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FRAUDE-FILA-STATUS = "00" OR
                   WS-FRAUDE-FILA-STATUS = "10"
               CLOSE FRAUDE-FILA-FILE
           END-IF.

      *    Bloqueio judicial vigente hoje; o float de cheque
      *    depositado tambem mora no arquivo, mas nao e judicial.
       APURAR-BLOQUEIOS.
           MOVE "B" TO WS-TIPO-EVENTO
           MOVE 0 TO WS-VALOR-EVENTO
           MOVE "N" TO WS-EOF-ARQUIVO
           OPEN INPUT BLOQUEIO-FILE
           IF WS-BLOQUEIO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-ARQUIVO
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ BLOQUEIO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       IF BJ-SITUACAO = "A" AND
                               BJ-PROCESSO(1:7) NOT = "CHQDEP " AND
                               (BJ-DATA-FIM = 0 OR
                                BJ-DATA-FIM >= WS-HOJE)
                           MOVE BJ-CONTA TO WS-CONTA-EVENTO
                           PERFORM CREDITAR-EVENTO-CONTA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-BLOQUEIO-STATUS = "00" OR WS-BLOQUEIO-STATUS = "10"
               CLOSE BLOQUEIO-FILE
           END-IF.

       APURAR-DISPUTAS.
           MOVE "D" TO WS-TIPO-EVENTO
           MOVE 0 TO WS-VALOR-EVENTO
           MOVE "N" TO WS-EOF-ARQUIVO
           OPEN INPUT DISPUTA-FILE
           IF WS-DISPUTA-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-ARQUIVO
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ DISPUTA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       IF DS-DATA-ABERTURA >= WS-DATA-CORTE AND
                               DS-DATA-ABERTURA <= WS-HOJE
                           MOVE DS-CONTA TO WS-CONTA-EVENTO
                           PERFORM CREDITAR-EVENTO-CONTA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-DISPUTA-STATUS = "00" OR WS-DISPUTA-STATUS = "10"
               CLOSE DISPUTA-FILE
           END-IF.

      *    Folha devolvida na ultima apresentacao dentro da janela
      *    (TL-DATA-BAIXA e a data da devolucao).
       APURAR-DEVOLVIDOS.
           MOVE "C" TO WS-TIPO-EVENTO
           MOVE 0 TO WS-VALOR-EVENTO
           MOVE "N" TO WS-EOF-ARQUIVO
           OPEN INPUT TALAO-FILE
           IF WS-TALAO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-ARQUIVO
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ TALAO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       IF TL-SITUACAO = "D" AND
                               TL-DATA-BAIXA >= WS-DATA-CORTE AND
                               TL-DATA-BAIXA <= WS-HOJE
                           MOVE TL-CONTA TO WS-CONTA-EVENTO
                           PERFORM CREDITAR-EVENTO-CONTA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TALAO-STATUS = "00" OR WS-TALAO-STATUS = "10"
               CLOSE TALAO-FILE
           END-IF.

      *    Marca quem ja tem troca de risco "K" pendente e guarda o
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
           MOVE "S" TO WS-MUDANCA-ABERTO

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
                       IF MD-OPERACAO = "K" AND MD-SITUACAO = "P"
                           MOVE MD-CPF TO WS-CPF-VINCULO
                           PERFORM LOCALIZAR-CLIENTE
                           IF WS-IDX-CLI > 0
                               MOVE "S" TO
                                   RC-MUDANCA-PEND(WS-IDX-CLI)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       GRAVAR-LISTA-REVISAO.
           OPEN OUTPUT REVISAO-REPORT
           MOVE "kyc_revisao.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Revisao KYC e reavaliacao de risco em "
                  DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "CPF         NOME                 " DELIMITED BY SIZE
                  "RA PTS RP ULT.REV  MOTIVO" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-QTD-CLIENTES
               PERFORM AVALIAR-CLIENTE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING "Clientes: " DELIMITED BY SIZE
                  WS-QTD-CLIENTES DELIMITED BY SIZE
                  "  Listados: " DELIMITED BY SIZE
                  WS-QTD-LISTADOS DELIMITED BY SIZE
                  "  Mudancas: " DELIMITED BY SIZE
                  WS-QTD-MUDANCAS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Revisoes vencidas: " DELIMITED BY SIZE
                  WS-QTD-VENCIDAS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE REVISAO-REPORT.

       AVALIAR-CLIENTE.
           PERFORM CALCULAR-PONTOS
           MOVE RC-RISCO(WS-IDX-CLI) TO WS-RISCO-ATUAL
           ADD WS-PONTOS TO WS-SOMA-PONTOS

           MOVE SPACES TO WS-MOTIVO
           MOVE SPACES TO WS-MOTIVO-REV
           MOVE "N" TO WS-MUDANCA-PROPOSTA
           IF WS-RISCO-APURADO NOT = WS-RISCO-ATUAL
               IF RC-MUDANCA-PEND(WS-IDX-CLI) = "S"
                   MOVE "MUDANCA PENDENTE" TO WS-MOTIVO
                   MOVE "S" TO WS-MUDANCA-PROPOSTA
               ELSE
                   PERFORM PROPOR-MUDANCA-RISCO
               END-IF
           END-IF

           PERFORM VERIFICAR-REVISAO-VENCIDA

           IF WS-MUDANCA-PROPOSTA = "S" OR WS-REVISAO-VENCIDA = "S"
               PERFORM GRAVAR-LINHA-REVISAO
           END-IF.

      *    Pontuacao e faixa apurada do cliente WS-IDX-CLI.
       CALCULAR-PONTOS.
           MOVE 0 TO WS-PONTOS

           IF RC-VALOR-SAQUES(WS-IDX-CLI) >= PR-VALOR-SAQUE-2
               ADD PR-PONTOS-VALOR-2 TO WS-PONTOS
           ELSE
               IF RC-VALOR-SAQUES(WS-IDX-CLI) >= PR-VALOR-SAQUE-1
                   ADD PR-PONTOS-VALOR-1 TO WS-PONTOS
               END-IF
           END-IF
           IF RC-QTD-SAQUES(WS-IDX-CLI) >= PR-QTD-SAQUES
               ADD PR-PONTOS-QTD TO WS-PONTOS
           END-IF

           COMPUTE WS-PONTOS-CRIT =
               RC-QTD-EXCECOES(WS-IDX-CLI) * PR-PONTOS-EXCECAO
           IF WS-PONTOS-CRIT > PR-TETO-EXCECAO
               MOVE PR-TETO-EXCECAO TO WS-PONTOS-CRIT
           END-IF
           ADD WS-PONTOS-CRIT TO WS-PONTOS

           COMPUTE WS-PONTOS-CRIT =
               RC-QTD-RETENCOES(WS-IDX-CLI) * PR-PONTOS-RETENCAO
           IF WS-PONTOS-CRIT > PR-TETO-RETENCAO
               MOVE PR-TETO-RETENCAO TO WS-PONTOS-CRIT
           END-IF
           ADD WS-PONTOS-CRIT TO WS-PONTOS

           IF RC-QTD-BLOQUEIOS(WS-IDX-CLI) > 0
               ADD PR-PONTOS-BLOQUEIO TO WS-PONTOS
           END-IF

           COMPUTE WS-PONTOS-CRIT =
               RC-QTD-DISPUTAS(WS-IDX-CLI) * PR-PONTOS-DISPUTA
           IF WS-PONTOS-CRIT > PR-TETO-DISPUTA
               MOVE PR-TETO-DISPUTA TO WS-PONTOS-CRIT
           END-IF
           ADD WS-PONTOS-CRIT TO WS-PONTOS

           COMPUTE WS-PONTOS-CRIT =
               RC-QTD-DEVOLVIDOS(WS-IDX-CLI) * PR-PONTOS-DEVOLVIDO
           IF WS-PONTOS-CRIT > PR-TETO-DEVOLVIDO
               MOVE PR-TETO-DEVOLVIDO TO WS-PONTOS-CRIT
           END-IF
           ADD WS-PONTOS-CRIT TO WS-PONTOS

           EVALUATE TRUE
               WHEN WS-PONTOS >= PR-CORTE-ALTO
                   MOVE "A" TO WS-RISCO-APURADO
               WHEN WS-PONTOS >= PR-CORTE-MEDIO
                   MOVE "M" TO WS-RISCO-APURADO
               WHEN OTHER
                   MOVE "B" TO WS-RISCO-APURADO
           END-EVALUATE.

      *    A troca vai para a dupla custodia; o cadastro so muda
      *    quando um segundo usuario aprovar em AprovarMudancas.
       PROPOR-MUDANCA-RISCO.
           IF WS-MAIOR-ID >= 999999
               DISPLAY "Numeracao de mudancas esgotada - CPF "
                       RC-CPF(WS-IDX-CLI) " sem mudanca."
               MOVE "SEM NUMERACAO" TO WS-MOTIVO
               MOVE "S" TO WS-MUDANCA-PROPOSTA
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-MAIOR-ID
               MOVE WS-MAIOR-ID TO MD-ID
               MOVE "CLIENT" TO MD-ARQUIVO
               MOVE "K" TO MD-OPERACAO
               MOVE SPACES TO MD-CHAVE
               MOVE WS-PONTOS TO MD-VALOR-1
               MOVE 0 TO MD-VALOR-2
               MOVE 0 TO MD-VALOR-3
               MOVE "LOTE-KYC" TO MD-SOLICITANTE
               MOVE WS-HOJE TO MD-DATA-SOLIC
               MOVE "P" TO MD-SITUACAO
               MOVE SPACES TO MD-APROVADOR
               MOVE 0 TO MD-DATA-DECISAO
               MOVE RC-CPF(WS-IDX-CLI) TO MD-CPF
               MOVE WS-RISCO-APURADO TO MD-RISCO
               MOVE SPACE TO MD-TIER
               WRITE MUDANCA-REC
                   INVALID KEY
                       DISPLAY "Numero de mudanca ja usado: " MD-ID
               END-WRITE
               IF WS-MUDANCA-STATUS = "00"
                   ADD 1 TO WS-QTD-MUDANCAS
                   MOVE "S" TO WS-MUDANCA-PROPOSTA
                   STRING "MUDANCA " DELIMITED BY SIZE
                          MD-ID DELIMITED BY SIZE
                          INTO WS-MOTIVO
                   END-STRING
               END-IF
           END-IF.

      *    Intervalo da politica pelo risco mais severo entre o do
      *    cadastro e o apurado; nunca revisado vence sempre.
       VERIFICAR-REVISAO-VENCIDA.
           MOVE "N" TO WS-REVISAO-VENCIDA
           IF WS-RISCO-ATUAL = "A" OR WS-RISCO-APURADO = "A"
               MOVE "A" TO WS-RISCO-POLITICA
               MOVE PR-DIAS-ALTO TO WS-DIAS-POLITICA
           ELSE
               IF WS-RISCO-ATUAL = "M" OR WS-RISCO-APURADO = "M"
                   MOVE "M" TO WS-RISCO-POLITICA
                   MOVE PR-DIAS-MEDIO TO WS-DIAS-POLITICA
               ELSE
                   MOVE "B" TO WS-RISCO-POLITICA
                   MOVE PR-DIAS-BAIXO TO WS-DIAS-POLITICA
               END-IF
           END-IF

           IF RC-DATA-REVISAO(WS-IDX-CLI) = 0
               MOVE "S" TO WS-REVISAO-VENCIDA
           ELSE
               COMPUTE WS-DIAS-REVISAO =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE)
                   - FUNCTION INTEGER-OF-DATE(
                       RC-DATA-REVISAO(WS-IDX-CLI))
               IF WS-DIAS-REVISAO > WS-DIAS-POLITICA
                   MOVE "S" TO WS-REVISAO-VENCIDA
               END-IF
           END-IF

           IF WS-REVISAO-VENCIDA = "S"
               ADD 1 TO WS-QTD-VENCIDAS
               IF WS-MOTIVO = SPACES
                   MOVE "REVISAO VENCIDA" TO WS-MOTIVO
               ELSE
                   MOVE " REV.VENCIDA" TO WS-MOTIVO-REV
               END-IF
           END-IF.

       GRAVAR-LINHA-REVISAO.
           ADD 1 TO WS-QTD-LISTADOS
           MOVE SPACES TO REPORT-LINE
           STRING RC-CPF(WS-IDX-CLI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RC-NOME(WS-IDX-CLI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RISCO-ATUAL DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PONTOS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RISCO-APURADO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RC-DATA-REVISAO(WS-IDX-CLI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY "  "
                  WS-MOTIVO-REV DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "ReavaliarRisco".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "ReavaliarRisco".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "ReavaliarRisco".

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "ReavaliarRisco".
