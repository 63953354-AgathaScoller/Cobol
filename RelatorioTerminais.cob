
      *    Disponibilidade e uso dos terminais: cruza o cadastro de
      *    terminais (ManterTerminais) com o estoque de gaveta
      *    (caixa_notas.dat) e com o movimento do dia. O uso de
      *    cada terminal sai dos saques aprovados na data gravados
      *    com o seu MV-TERMINAL; ao lado vai o volume da agencia do
      *    terminal (todos os saques aprovados da agencia, inclusive
      *    os do lote, que nao tem terminal). A linha de cada
      *    terminal mostra situacao, valor na gaveta, uso proprio e
      *    da agencia, alem do resumo de quantos estao fora de
      *    servico.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERMINAL-FILE.
       01  PARM-REC.
           05 PARM-DATA         PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "PARMWS.CPY".
       01 WS-VALOR-GAVETA    PIC 9(8)V99.
       01 WS-VALOR-EDIT      PIC Z(7)9.99.
       01 WS-USO-EDIT        PIC Z(7)9.99.
       01 WS-USO-TERM-EDIT   PIC Z(7)9.99.
      *    Saques aprovados por agencia na data, para a coluna de
      *    uso de cada terminal.
       01 WS-TABELA-USO-AG.
       01 WS-QTD-USO-AG      PIC 9(2) VALUE 0.
       01 WS-IDX-UA          PIC 9(2).
       01 WS-UA-CORRENTE     PIC 9(2).
      *    Saques aprovados por terminal na data.
       01 WS-TABELA-USO-TERM.
           05 WS-UT-ENT OCCURS 50 TIMES.
               10 UT-TERMINAL      PIC X(8).
               10 UT-QTD           PIC 9(6).
               10 UT-SOMA          PIC 9(8)V99.
       01 WS-QTD-USO-TERM    PIC 9(2) VALUE 0.
       01 WS-IDX-UT          PIC 9(2).
       01 WS-UT-CORRENTE     PIC 9(2).

       PROCEDURE DIVISION.
       INICIO.
           END-STRING
           WRITE REPORT-LINE

           MOVE
             "TERMINAL AG  SIT GAVETA      USO-TERMINAL USO-AGENCIA"
               TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM UNTIL FIM-TERMINAIS
                               MV-RESULTADO = "A" AND
                               (MV-TIPO = "S" OR MV-TIPO = " ")
                           PERFORM ACUMULAR-USO-AGENCIA
                           IF MV-TERMINAL NOT = SPACES
                               PERFORM ACUMULAR-USO-TERMINAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               ADD MV-VALOR TO UA-SOMA(WS-UA-CORRENTE)
           END-IF.

       ACUMULAR-USO-TERMINAL.
           MOVE 0 TO WS-UT-CORRENTE
           PERFORM VARYING WS-IDX-UT FROM 1 BY 1
                   UNTIL WS-IDX-UT > WS-QTD-USO-TERM
               IF UT-TERMINAL(WS-IDX-UT) = MV-TERMINAL
                   MOVE WS-IDX-UT TO WS-UT-CORRENTE
               END-IF
           END-PERFORM
           IF WS-UT-CORRENTE = 0 AND WS-QTD-USO-TERM < 50
               ADD 1 TO WS-QTD-USO-TERM
               MOVE WS-QTD-USO-TERM TO WS-UT-CORRENTE
               MOVE MV-TERMINAL TO UT-TERMINAL(WS-UT-CORRENTE)
               MOVE 0 TO UT-QTD(WS-UT-CORRENTE)
               MOVE 0 TO UT-SOMA(WS-UT-CORRENTE)
           END-IF
           IF WS-UT-CORRENTE > 0
               ADD 1 TO UT-QTD(WS-UT-CORRENTE)
               ADD MV-VALOR TO UT-SOMA(WS-UT-CORRENTE)
           END-IF.

       GRAVAR-LINHA-TERMINAL.
           MOVE 0 TO WS-VALOR-GAVETA
           IF WS-NOTA-INV-STATUS = "00"
               END-IF
           END-PERFORM

           MOVE 0 TO WS-UT-CORRENTE
           PERFORM VARYING WS-IDX-UT FROM 1 BY 1
                   UNTIL WS-IDX-UT > WS-QTD-USO-TERM
               IF UT-TERMINAL(WS-IDX-UT) = TM-TERMINAL
                   MOVE WS-IDX-UT TO WS-UT-CORRENTE
               END-IF
           END-PERFORM

           MOVE WS-VALOR-GAVETA TO WS-VALOR-EDIT
           IF WS-UT-CORRENTE > 0
               MOVE UT-SOMA(WS-UT-CORRENTE) TO WS-USO-TERM-EDIT
           ELSE
               MOVE 0 TO WS-USO-TERM-EDIT
           END-IF
           IF WS-UA-CORRENTE > 0
               MOVE UA-SOMA(WS-UA-CORRENTE) TO WS-USO-EDIT
           ELSE
                  "   " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-USO-TERM-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-USO-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
