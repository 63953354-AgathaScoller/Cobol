       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReposicaoMateriais.

      *    Lista diaria de reposicao da materia-prima da oficina
      *    (data/reposicao_materiais.txt, spool): para cada material
      *    de data/estoque_materiais.dat, o saldo projetado e o
      *    estoque do rack menos as barras ja reservadas para a
      *    producao (CorteDiario) e menos as barras que os pedidos
      *    aceitos ainda vao consumir (perimetro somado por
      *    material, em barras do comprimento de data/corte_parm.dat;
      *    padrao 6,00 m). Material com o projetado abaixo do ponto
      *    de pedido entra na lista com a quantidade que o devolve ao
      *    ponto, o fornecedor e a chegada prevista pelo prazo dele.
      *    Pedido aceito de material sem cadastro no estoque tambem
      *    e listado. RC 4 quando ha o que repor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-FILE ASSIGN TO "data/estoque_materiais.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ME-MATERIAL
               FILE STATUS IS WS-ESTOQUE-STATUS.

           SELECT PEDIDO-FILE ASSIGN TO "data/pedidos_oficina.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-ID
               FILE STATUS IS WS-PEDIDO-STATUS.

           SELECT PARM-FILE ASSIGN TO "data/corte_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPOSICAO-REPORT ASSIGN TO
                   "data/reposicao_materiais.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "SPOOLSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-FILE.
       COPY "ESTMREC.CPY".

       FD  PEDIDO-FILE.
       COPY "PEDIDREC.CPY".

      *    Mesmo cartao de CorteDiario: comprimento da barra.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-BARRA        PIC 9(2)V99.

       FD  REPOSICAO-REPORT.
       01  REPORT-LINE          PIC X(132).

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
       COPY "PARMWS.CPY".
       01 WS-PARM-ACHADO      PIC X(1).
       01 WS-ESTOQUE-STATUS   PIC XX.
       01 WS-PEDIDO-STATUS    PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-EOF-ARQUIVO      PIC X(1).
           88 FIM-ARQUIVO         VALUE "S".
       01 WS-HOJE             PIC 9(8).
       01 WS-BARRA            PIC 9(2)V99 VALUE 6.00.

      *    Perimetro dos pedidos aceitos por material.
       01 WS-TABELA-ACEITOS.
           05 WS-AC-ITEM OCCURS 50 TIMES.
               10 WS-AC-MATERIAL  PIC X(10).
               10 WS-AC-PEDIDOS   PIC 9(4).
               10 WS-AC-PERIMETRO PIC 9(7)V99.
               10 WS-AC-CADASTRADO PIC X(1).
       01 WS-QTD-ACEITOS      PIC 9(2) VALUE 0.
       01 WS-IDX-AC           PIC 9(2).
       01 WS-AC-CORRENTE      PIC 9(2).

       01 WS-COMPROMETIDAS    PIC 9(5).
       01 WS-PROJETADO        PIC S9(6).
       01 WS-PROJETADO-EDIT   PIC -ZZZZZ9.
       01 WS-SUGERIDO         PIC 9(6).
       01 WS-CHEGADA          PIC 9(8).

       01 WS-QTD-LIDOS        PIC 9(8) VALUE 0.
       01 WS-QTD-REPOR        PIC 9(8) VALUE 0.
       01 WS-QTD-SEM-CADASTRO PIC 9(8) VALUE 0.
       01 WS-TOTAL-SUGERIDO   PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           PERFORM LER-CARTAO-PARAMETROS
           IF WS-PARM-ACHADO = "S" AND PARM-BARRA > 0
               MOVE PARM-BARRA TO WS-BARRA
           END-IF

           PERFORM CARREGAR-ACEITOS

           OPEN OUTPUT REPOSICAO-REPORT
           MOVE "reposicao_materiais.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Reposicao de materia-prima em " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " (barra de " DELIMITED BY SIZE
                  WS-BARRA DELIMITED BY SIZE
                  " m)" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "MATERIAL   ESTOQ RESERV COMPR PROJETADO PONTO "
                      DELIMITED BY SIZE
                  "REPOR  PRAZO CHEGADA  FORNECEDOR" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           OPEN INPUT ESTOQUE-FILE
           IF WS-ESTOQUE-STATUS = "00"
               PERFORM VERIFICAR-ESTOQUE
               CLOSE ESTOQUE-FILE
           ELSE
               DISPLAY "Sem estoque_materiais.dat - nenhum material "
                       "cadastrado."
           END-IF

           PERFORM LISTAR-SEM-CADASTRO

           IF WS-QTD-REPOR = 0 AND WS-QTD-SEM-CADASTRO = 0
               MOVE "Nenhum material abaixo do ponto de pedido."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Materiais a repor: " DELIMITED BY SIZE
                  WS-QTD-REPOR DELIMITED BY SIZE
                  "  Barras sugeridas: " DELIMITED BY SIZE
                  WS-TOTAL-SUGERIDO DELIMITED BY SIZE
                  "  Sem cadastro: " DELIMITED BY SIZE
                  WS-QTD-SEM-CADASTRO DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE REPOSICAO-REPORT

           MOVE "data/reposicao_materiais.txt" TO WS-SPOOL-ORIG-NOME
           PERFORM REGISTRAR-SPOOL

           DISPLAY "Reposicao: materiais " WS-QTD-LIDOS
                   " a repor " WS-QTD-REPOR
                   " sem cadastro " WS-QTD-SEM-CADASTRO

           IF WS-QTD-REPOR > 0 OR WS-QTD-SEM-CADASTRO > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-LIDOS TO CT-LIDOS
           MOVE WS-QTD-REPOR TO CT-GRAVADOS
           MOVE WS-QTD-SEM-CADASTRO TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-TOTAL-SUGERIDO TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-LIDOS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

      *    Pedidos aceitos ainda nao entraram em producao, entao nao
      *    tem reserva: o compromisso deles e o perimetro a cortar.
       CARREGAR-ACEITOS.
           OPEN INPUT PEDIDO-FILE
           IF WS-PEDIDO-STATUS = "00"
               MOVE "N" TO WS-EOF-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ PEDIDO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-ARQUIVO
                       NOT AT END
                           IF PD-SITUACAO = "A"
                               PERFORM ACUMULAR-ACEITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDIDO-FILE
           END-IF.

       ACUMULAR-ACEITO.
           MOVE 0 TO WS-AC-CORRENTE
           PERFORM VARYING WS-IDX-AC FROM 1 BY 1
                   UNTIL WS-IDX-AC > WS-QTD-ACEITOS
               IF WS-AC-MATERIAL(WS-IDX-AC) = PD-MATERIAL
                   MOVE WS-IDX-AC TO WS-AC-CORRENTE
               END-IF
           END-PERFORM
           IF WS-AC-CORRENTE = 0 AND WS-QTD-ACEITOS < 50
               ADD 1 TO WS-QTD-ACEITOS
               MOVE WS-QTD-ACEITOS TO WS-AC-CORRENTE
               MOVE PD-MATERIAL TO WS-AC-MATERIAL(WS-AC-CORRENTE)
               MOVE 0 TO WS-AC-PEDIDOS(WS-AC-CORRENTE)
               MOVE 0 TO WS-AC-PERIMETRO(WS-AC-CORRENTE)
               MOVE "N" TO WS-AC-CADASTRADO(WS-AC-CORRENTE)
           END-IF
           IF WS-AC-CORRENTE > 0
               ADD 1 TO WS-AC-PEDIDOS(WS-AC-CORRENTE)
               ADD PD-PERIMETRO TO WS-AC-PERIMETRO(WS-AC-CORRENTE)
           END-IF.

       VERIFICAR-ESTOQUE.
           MOVE "N" TO WS-EOF-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ ESTOQUE-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM PROJETAR-MATERIAL
               END-READ
           END-PERFORM.

       PROJETAR-MATERIAL.
           MOVE 0 TO WS-COMPROMETIDAS
           PERFORM VARYING WS-IDX-AC FROM 1 BY 1
                   UNTIL WS-IDX-AC > WS-QTD-ACEITOS
               IF WS-AC-MATERIAL(WS-IDX-AC) = ME-MATERIAL
                   MOVE "S" TO WS-AC-CADASTRADO(WS-IDX-AC)
                   COMPUTE WS-COMPROMETIDAS =
                       (WS-AC-PERIMETRO(WS-IDX-AC) + WS-BARRA - 0.01)
                       / WS-BARRA
               END-IF
           END-PERFORM

           COMPUTE WS-PROJETADO = ME-BARRAS-ESTOQUE
               - ME-BARRAS-RESERVADAS - WS-COMPROMETIDAS

           IF WS-PROJETADO < ME-PONTO-PEDIDO
               ADD 1 TO WS-QTD-REPOR
               COMPUTE WS-SUGERIDO = ME-PONTO-PEDIDO - WS-PROJETADO
               ADD WS-SUGERIDO TO WS-TOTAL-SUGERIDO
               COMPUTE WS-CHEGADA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-HOJE) + ME-PRAZO-DIAS)
               MOVE WS-PROJETADO TO WS-PROJETADO-EDIT

               MOVE SPACES TO REPORT-LINE
               STRING ME-MATERIAL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ME-BARRAS-ESTOQUE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ME-BARRAS-RESERVADAS DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-COMPROMETIDAS DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-PROJETADO-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ME-PONTO-PEDIDO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SUGERIDO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ME-PRAZO-DIAS DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-CHEGADA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ME-FORNECEDOR DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       LISTAR-SEM-CADASTRO.
           PERFORM VARYING WS-IDX-AC FROM 1 BY 1
                   UNTIL WS-IDX-AC > WS-QTD-ACEITOS
               IF WS-AC-CADASTRADO(WS-IDX-AC) = "N"
                   ADD 1 TO WS-QTD-SEM-CADASTRO
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-AC-MATERIAL(WS-IDX-AC) DELIMITED BY SIZE
                          " ** sem cadastro no estoque - "
                              DELIMITED BY SIZE
                          WS-AC-PEDIDOS(WS-IDX-AC) DELIMITED BY SIZE
                          " pedido(s) aceito(s)" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

           COPY "PARMCARD.CPY" REPLACING
               ROTINA-NOME   BY LER-CARTAO-PARAMETROS
               ARQUIVO-PARM  BY PARM-FILE
               REGISTRO-PARM BY PARM-REC
               FLAG-ACHADO   BY WS-PARM-ACHADO.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "ReposicaoMateriais".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "ReposicaoMateriais".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "ReposicaoMateriais".

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "ReposicaoMateriais".
