       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManterEstoqueMateriais.

      *    Estoque de materia-prima da oficina
      *    (data/estoque_materiais.dat): barras em estoque por
      *    material, ponto de pedido e prazo do fornecedor. A
      *    producao parava quando o rack esvaziava porque ninguem
      *    sabia quantas barras havia. Aqui o almoxarifado cadastra
      *    o material e lanca a entrada de cada compra recebida; a
      *    reserva e a baixa das barras ficam com CorteDiario e a
      *    lista de reposicao com ReposicaoMateriais.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-FILE ASSIGN TO "data/estoque_materiais.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ME-MATERIAL
               FILE STATUS IS WS-ESTOQUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-FILE.
       COPY "ESTMREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-ESTOQUE-STATUS  PIC XX.
       01 WS-EOF-ESTOQUE     PIC X VALUE "N".
           88 FIM-ESTOQUE        VALUE "S".
       01 OPCAO              PIC X(1).
       01 MATERIAL           PIC X(10).
       01 MENSAGEM           PIC X(40).
       01 WS-HOJE            PIC 9(8).
       01 WS-ACHOU-MATERIAL  PIC X(1).
           88 MATERIAL-ENCONTRADO VALUE "S".
       01 WS-QTD-ENTRADA     PIC 9(5) VALUE 0.
       01 WS-DISPONIVEL      PIC S9(5).
       01 WS-DISPONIVEL-EDIT PIC -ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           OPEN I-O ESTOQUE-FILE
           IF WS-ESTOQUE-STATUS = "35"
               OPEN OUTPUT ESTOQUE-FILE
               CLOSE ESTOQUE-FILE
               OPEN I-O ESTOQUE-FILE
           END-IF

           DISPLAY "Estoque de materiais - (C)adastrar, (E)ntrada "
                   "de compra ou (L)istar? "
           ACCEPT OPCAO

           EVALUATE OPCAO
               WHEN "C"
               WHEN "c"
                   PERFORM CADASTRAR-MATERIAL
               WHEN "E"
               WHEN "e"
                   PERFORM REGISTRAR-ENTRADA
               WHEN OTHER
                   PERFORM LISTAR-ESTOQUE
           END-EVALUATE

           CLOSE ESTOQUE-FILE

           STRING "OPCAO=" DELIMITED BY SIZE
                  OPCAO DELIMITED BY SIZE
                  " MATERIAL=" DELIMITED BY SIZE
                  FUNCTION TRIM(MATERIAL) DELIMITED BY SIZE
                  " QTD=" DELIMITED BY SIZE
                  WS-QTD-ENTRADA DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           MOVE MENSAGEM TO WS-AUDIT-SAIDA
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

      *    Inclui o material ou altera os dados de reposicao; o
      *    saldo so muda pela entrada de compra e pelo CorteDiario.
       CADASTRAR-MATERIAL.
           DISPLAY "Material: "
           ACCEPT MATERIAL

           PERFORM LER-MATERIAL
           IF MATERIAL-ENCONTRADO
               DISPLAY "Descricao atual: " ME-DESCRICAO
           ELSE
               MOVE MATERIAL TO ME-MATERIAL
               MOVE 0 TO ME-BARRAS-ESTOQUE
               MOVE 0 TO ME-BARRAS-RESERVADAS
               MOVE 0 TO ME-DATA-ULT-ENTRADA
           END-IF
           DISPLAY "Descricao: "
           ACCEPT ME-DESCRICAO
           DISPLAY "Ponto de pedido (barras): "
           ACCEPT ME-PONTO-PEDIDO
           IF ME-PONTO-PEDIDO NOT NUMERIC
               MOVE 0 TO ME-PONTO-PEDIDO
           END-IF
           DISPLAY "Prazo do fornecedor (dias): "
           ACCEPT ME-PRAZO-DIAS
           IF ME-PRAZO-DIAS NOT NUMERIC
               MOVE 0 TO ME-PRAZO-DIAS
           END-IF
           DISPLAY "Fornecedor: "
           ACCEPT ME-FORNECEDOR

           IF MATERIAL-ENCONTRADO
               REWRITE MATERIAL-ESTOQUE-REC
               MOVE "Material alterado." TO MENSAGEM
           ELSE
               WRITE MATERIAL-ESTOQUE-REC
               MOVE "Material incluido." TO MENSAGEM
           END-IF
           DISPLAY MENSAGEM.

       REGISTRAR-ENTRADA.
           DISPLAY "Material: "
           ACCEPT MATERIAL

           PERFORM LER-MATERIAL
           IF NOT MATERIAL-ENCONTRADO
               MOVE "Material nao cadastrado." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           DISPLAY "Barras recebidas: "
           ACCEPT WS-QTD-ENTRADA
           IF WS-QTD-ENTRADA NOT NUMERIC OR WS-QTD-ENTRADA = 0
               MOVE 0 TO WS-QTD-ENTRADA
               MOVE "Quantidade invalida." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           ADD WS-QTD-ENTRADA TO ME-BARRAS-ESTOQUE
           MOVE WS-HOJE TO ME-DATA-ULT-ENTRADA
           REWRITE MATERIAL-ESTOQUE-REC

           MOVE "Entrada registrada." TO MENSAGEM
           DISPLAY MENSAGEM
           DISPLAY "Estoque: " ME-BARRAS-ESTOQUE
                   "  Reservadas: " ME-BARRAS-RESERVADAS.

       LISTAR-ESTOQUE.
           DISPLAY "MATERIAL   ESTOQ RESERV DISPON PONTO PRAZO "
                   "FORNECEDOR"
           MOVE LOW-VALUES TO ME-MATERIAL
           START ESTOQUE-FILE KEY NOT < ME-MATERIAL
               INVALID KEY
                   MOVE "S" TO WS-EOF-ESTOQUE
           END-START

           PERFORM UNTIL FIM-ESTOQUE
               READ ESTOQUE-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ESTOQUE
                   NOT AT END
                       COMPUTE WS-DISPONIVEL =
                           ME-BARRAS-ESTOQUE - ME-BARRAS-RESERVADAS
                       MOVE WS-DISPONIVEL TO WS-DISPONIVEL-EDIT
                       DISPLAY ME-MATERIAL " " ME-BARRAS-ESTOQUE " "
                               ME-BARRAS-RESERVADAS " "
                               WS-DISPONIVEL-EDIT " "
                               ME-PONTO-PEDIDO "   " ME-PRAZO-DIAS " "
                               ME-FORNECEDOR
               END-READ
           END-PERFORM

           MOVE "Listagem efetuada." TO MENSAGEM.

       LER-MATERIAL.
           MOVE "N" TO WS-ACHOU-MATERIAL
           MOVE MATERIAL TO ME-MATERIAL
           READ ESTOQUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-MATERIAL
           END-READ.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "ManterEstoqueMateriais"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
