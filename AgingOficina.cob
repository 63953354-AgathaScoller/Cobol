       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgingOficina.

      *    Aging noturno das contas a receber da oficina: percorre
      *    as faturas abertas (data/faturas_oficina.dat, emitidas na
      *    entrega do pedido), que saem agrupadas por cliente pela
      *    chave, e lista em data/oficina_aging.txt o saldo de cada
      *    cliente por faixa de atraso do vencimento - a vencer,
      *    1-30, 31-60, 61-90 e mais de 90 dias. Cliente com saldo
      *    na faixa 90+ sai marcado BLOQUEADO: ClassificarTriangulo
      *    recusa orcamento novo para ele ate a fatura ser paga. O
      *    rodape traz o total por faixa; cliente bloqueado termina
      *    o passo com RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA-FILE ASSIGN TO "data/faturas_oficina.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-CHAVE
               FILE STATUS IS WS-FATURA-STATUS.

           SELECT CLIENTE-OFICINA-FILE ASSIGN TO
               "data/clientes_oficina.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CODIGO
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT AGING-REPORT ASSIGN TO "data/oficina_aging.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  FATURA-FILE.
       COPY "FATOFREC.CPY".

       FD  CLIENTE-OFICINA-FILE.
       COPY "CLIOFREC.CPY".

       FD  AGING-REPORT.
       01  REPORT-LINE          PIC X(100).

       COPY "RUNHFD.CPY".

       COPY "CTLFD.CPY".

       COPY "FERRFD.CPY".

       COPY "DNEGFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "RUNHWS.CPY".
       COPY "CTLWS.CPY".
           COPY "FERRWS.CPY".
           COPY "DNEGWS.CPY".
       01 WS-FATURA-STATUS   PIC XX.
       01 WS-CLIENTE-STATUS  PIC XX.
       01 WS-REPORT-STATUS   PIC XX.
       01 WS-EOF-FATURA      PIC X VALUE "N".
           88 FIM-FATURAS        VALUE "S".
       01 WS-CLIENTES-OK     PIC X(1) VALUE "N".
           88 CLIENTES-ABERTO    VALUE "S".
       01 WS-HOJE            PIC 9(8).
       01 WS-INT-HOJE        PIC 9(8).
       01 WS-DIAS-ATRASO     PIC S9(5).
       01 WS-SALDO           PIC 9(7)V99.
       01 WS-CLIENTE-ATUAL   PIC 9(6) VALUE 0.
       01 WS-NOME-CLIENTE    PIC X(20).
       01 WS-SITUACAO-ROTULO PIC X(9).
       01 WS-FAIXA           PIC 9(1).
       01 WS-VALOR-EDIT      PIC Z(6)9.99.
       01 WS-TOTAL-EDIT      PIC Z(8)9.99.
       01 WS-QTD-LIDAS       PIC 9(6) VALUE 0.
       01 WS-QTD-ABERTAS     PIC 9(6) VALUE 0.
       01 WS-QTD-CLIENTES    PIC 9(6) VALUE 0.
       01 WS-QTD-BLOQUEADOS  PIC 9(6) VALUE 0.
       01 WS-SOMA-ABERTA     PIC 9(10)V99 VALUE 0.
      *    Faixas: 1 = a vencer, 2 = 1-30, 3 = 31-60, 4 = 61-90,
      *    5 = mais de 90 dias do vencimento.
       01 WS-TAB-CLIENTE.
           05 WS-CLI-VALOR OCCURS 5 TIMES PIC 9(9)V99.
       01 WS-TAB-FAIXAS.
           05 WS-FAIXA-TOT OCCURS 5 TIMES.
               10 WS-FX-QTD      PIC 9(6).
               10 WS-FX-VALOR    PIC 9(10)V99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO
           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-HOJE)
           INITIALIZE WS-TAB-FAIXAS
           INITIALIZE WS-TAB-CLIENTE

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           OPEN OUTPUT AGING-REPORT
           MOVE "oficina_aging.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Aging das contas a receber da oficina em "
                      DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CODIGO CLIENTE                A VENCER       1-30"
                      DELIMITED BY SIZE
                  "      31-60      61-90        90+"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           OPEN INPUT CLIENTE-OFICINA-FILE
           IF WS-CLIENTE-STATUS = "00"
               MOVE "S" TO WS-CLIENTES-OK
           END-IF
           OPEN INPUT FATURA-FILE
           IF WS-FATURA-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-FATURA
           END-IF

           PERFORM UNTIL FIM-FATURAS
               READ FATURA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-FATURA
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDAS
                       IF FT-SITUACAO = "A"
                           IF FT-CLIENTE NOT = WS-CLIENTE-ATUAL
                               PERFORM FECHAR-CLIENTE
                               MOVE FT-CLIENTE TO WS-CLIENTE-ATUAL
                           END-IF
                           PERFORM CLASSIFICAR-FATURA
                       END-IF
               END-READ
           END-PERFORM
           PERFORM FECHAR-CLIENTE

           IF WS-FATURA-STATUS = "00" OR WS-FATURA-STATUS = "10"
               CLOSE FATURA-FILE
           END-IF
           IF CLIENTES-ABERTO
               CLOSE CLIENTE-OFICINA-FILE
           END-IF

           PERFORM GRAVAR-RODAPE-FAIXAS

           CLOSE AGING-REPORT

           DISPLAY "Aging da oficina: " WS-QTD-CLIENTES
                   " clientes com saldo, " WS-QTD-BLOQUEADOS
                   " bloqueados (90+)."

           IF WS-QTD-BLOQUEADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-LIDAS TO CT-LIDOS
           MOVE WS-QTD-CLIENTES TO CT-GRAVADOS
           MOVE 0 TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-SOMA-ABERTA TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-LIDAS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

      *    Saldo da fatura aberta na faixa pelos dias corridos desde
      *    o vencimento (negativo ou zero = ainda a vencer).
       CLASSIFICAR-FATURA.
           ADD 1 TO WS-QTD-ABERTAS
           COMPUTE WS-SALDO = FT-VALOR - FT-VALOR-PAGO
           COMPUTE WS-DIAS-ATRASO = WS-INT-HOJE
               - FUNCTION INTEGER-OF-DATE(FT-VENCIMENTO)

           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO <= 0
                   MOVE 1 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO <= 30
                   MOVE 2 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO <= 60
                   MOVE 3 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO <= 90
                   MOVE 4 TO WS-FAIXA
               WHEN OTHER
                   MOVE 5 TO WS-FAIXA
           END-EVALUATE
           ADD WS-SALDO TO WS-CLI-VALOR(WS-FAIXA)
           ADD 1 TO WS-FX-QTD(WS-FAIXA)
           ADD WS-SALDO TO WS-FX-VALOR(WS-FAIXA)
           ADD WS-SALDO TO WS-SOMA-ABERTA.

      *    Quebra por cliente: imprime a linha do cliente anterior
      *    (se teve fatura aberta) e zera os acumuladores.
       FECHAR-CLIENTE.
           IF WS-CLIENTE-ATUAL NOT = 0
               PERFORM LISTAR-CLIENTE
           END-IF
           INITIALIZE WS-TAB-CLIENTE.

       LISTAR-CLIENTE.
           ADD 1 TO WS-QTD-CLIENTES
           MOVE "(sem cadastro)" TO WS-NOME-CLIENTE
           IF CLIENTES-ABERTO
               MOVE WS-CLIENTE-ATUAL TO CO-CODIGO
               READ CLIENTE-OFICINA-FILE
                   NOT INVALID KEY
                       MOVE CO-NOME TO WS-NOME-CLIENTE
               END-READ
           END-IF

           MOVE SPACES TO WS-SITUACAO-ROTULO
           IF WS-CLI-VALOR(5) > 0
               ADD 1 TO WS-QTD-BLOQUEADOS
               MOVE "BLOQUEADO" TO WS-SITUACAO-ROTULO
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING WS-CLIENTE-ATUAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOME-CLIENTE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           PERFORM VARYING WS-FAIXA FROM 1 BY 1 UNTIL WS-FAIXA > 5
               MOVE WS-CLI-VALOR(WS-FAIXA) TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO
                   REPORT-LINE(29 + (WS-FAIXA - 1) * 11:10)
           END-PERFORM
           MOVE WS-SITUACAO-ROTULO TO REPORT-LINE(85:9)
           WRITE REPORT-LINE.

       GRAVAR-RODAPE-FAIXAS.
           MOVE SPACES TO REPORT-LINE
           STRING "Faturas lidas: " DELIMITED BY SIZE
                  WS-QTD-LIDAS DELIMITED BY SIZE
                  "  Abertas: " DELIMITED BY SIZE
                  WS-QTD-ABERTAS DELIMITED BY SIZE
                  "  Clientes com saldo: " DELIMITED BY SIZE
                  WS-QTD-CLIENTES DELIMITED BY SIZE
                  "  Bloqueados: " DELIMITED BY SIZE
                  WS-QTD-BLOQUEADOS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE "TOTAL" TO REPORT-LINE(1:5)
           PERFORM VARYING WS-FAIXA FROM 1 BY 1 UNTIL WS-FAIXA > 5
               MOVE WS-FX-VALOR(WS-FAIXA) TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO
                   REPORT-LINE(29 + (WS-FAIXA - 1) * 11:10)
           END-PERFORM
           WRITE REPORT-LINE

           MOVE WS-SOMA-ABERTA TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Total em aberto: " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "AgingOficina".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "AgingOficina".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "AgingOficina".
