       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManterPeriodos.

      *    Cadastro dos periodos letivos da escola
      *    (data/periodos_letivos.dat): inicio e fim das aulas, prazo
      *    de entrega das notas e janela de matricula. O codigo e o
      *    AAAAMM usado nas atribuicoes de professor
      *    (ManterProfessores). O periodo nasce aberto; quem fecha e
      *    o passo FecharPeriodo do lote, depois do prazo de notas -
      *    periodo fechado nao se altera mais por aqui.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODO-FILE ASSIGN TO "data/periodos_letivos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-PERIODO
               FILE STATUS IS WS-PERIODO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODO-FILE.
       COPY "PERIREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-PERIODO-STATUS  PIC XX.
       01 WS-EOF-PERIODO     PIC X VALUE "N".
           88 FIM-PERIODOS       VALUE "S".
       01 OPCAO              PIC X(1).
       01 PERIODO-COD        PIC 9(6).
       01 MENSAGEM           PIC X(40).
       01 WS-ACHOU-PERIODO   PIC X(1).
           88 PERIODO-ENCONTRADO VALUE "S".
       01 WS-DESCRICAO-DIGITADA PIC X(20).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-PERIODO-FILE

           DISPLAY "Periodos letivos - (C)adastrar, (A)lterar, "
                   "c(O)nsultar ou (L)istar? "
           ACCEPT OPCAO

           EVALUATE OPCAO
               WHEN "C"
               WHEN "c"
                   PERFORM CADASTRAR-PERIODO
               WHEN "A"
               WHEN "a"
                   PERFORM ALTERAR-PERIODO
               WHEN "O"
               WHEN "o"
                   PERFORM CONSULTAR-PERIODO
               WHEN OTHER
                   PERFORM LISTAR-PERIODOS
           END-EVALUATE

           CLOSE PERIODO-FILE

           STRING "OPCAO=" DELIMITED BY SIZE
                  OPCAO DELIMITED BY SIZE
                  " PERIODO=" DELIMITED BY SIZE
                  PERIODO-COD DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           MOVE MENSAGEM TO WS-AUDIT-SAIDA
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

       ABRIR-PERIODO-FILE.
           OPEN I-O PERIODO-FILE
           IF WS-PERIODO-STATUS = "35"
               OPEN OUTPUT PERIODO-FILE
               CLOSE PERIODO-FILE
               OPEN I-O PERIODO-FILE
           END-IF.

       CADASTRAR-PERIODO.
           DISPLAY "Codigo do periodo (AAAAMM): "
           ACCEPT PERIODO-COD

           PERFORM LER-PERIODO
           IF PERIODO-ENCONTRADO
               MOVE "Periodo ja cadastrado." TO MENSAGEM
           ELSE
               MOVE PERIODO-COD TO LT-PERIODO
               MOVE SPACES TO LT-DESCRICAO
               PERFORM ACEITAR-DADOS-PERIODO
               IF MENSAGEM = SPACES
                   MOVE "A" TO LT-SITUACAO
                   MOVE 0 TO LT-DATA-FECHAMENTO
                   MOVE 0 TO LT-QTD-CONCLUIDAS
                   MOVE 0 TO LT-QTD-ROLADAS
                   MOVE "N" TO LT-REVISAO-BOLSA
                   WRITE PERIODO-REC
                   MOVE "Periodo cadastrado." TO MENSAGEM
               END-IF
           END-IF

           DISPLAY MENSAGEM.

       ALTERAR-PERIODO.
           DISPLAY "Codigo do periodo (AAAAMM): "
           ACCEPT PERIODO-COD

           PERFORM LER-PERIODO
           IF NOT PERIODO-ENCONTRADO
               MOVE "Periodo nao cadastrado." TO MENSAGEM
           ELSE
               IF LT-SITUACAO NOT = "A"
                   MOVE "Periodo fechado nao se altera." TO MENSAGEM
               ELSE
                   PERFORM MOSTRAR-PERIODO
                   PERFORM ACEITAR-DADOS-PERIODO
                   IF MENSAGEM = SPACES
                       REWRITE PERIODO-REC
                       MOVE "Periodo alterado." TO MENSAGEM
                   END-IF
               END-IF
           END-IF

           DISPLAY MENSAGEM.

      *    Datas validas e em ordem: o prazo de notas nao vem antes
      *    do fim das aulas e a janela de matricula fecha ate o fim
      *    do periodo. MENSAGEM volta em branco quando tudo confere.
       ACEITAR-DADOS-PERIODO.
           MOVE SPACES TO MENSAGEM
           DISPLAY "Descricao (" LT-DESCRICAO "): "
           ACCEPT WS-DESCRICAO-DIGITADA
           IF WS-DESCRICAO-DIGITADA NOT = SPACES
               MOVE WS-DESCRICAO-DIGITADA TO LT-DESCRICAO
           END-IF
           DISPLAY "Inicio das aulas (AAAAMMDD): "
           ACCEPT LT-DATA-INICIO
           DISPLAY "Fim das aulas (AAAAMMDD): "
           ACCEPT LT-DATA-FIM
           DISPLAY "Prazo de entrega das notas (AAAAMMDD): "
           ACCEPT LT-PRAZO-NOTAS
           DISPLAY "Abertura da matricula (AAAAMMDD): "
           ACCEPT LT-MATR-INICIO
           DISPLAY "Encerramento da matricula (AAAAMMDD): "
           ACCEPT LT-MATR-FIM

           EVALUATE TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(LT-DATA-INICIO) NOT = 0
               WHEN FUNCTION TEST-DATE-YYYYMMDD(LT-DATA-FIM) NOT = 0
               WHEN FUNCTION TEST-DATE-YYYYMMDD(LT-PRAZO-NOTAS) NOT = 0
               WHEN FUNCTION TEST-DATE-YYYYMMDD(LT-MATR-INICIO) NOT = 0
               WHEN FUNCTION TEST-DATE-YYYYMMDD(LT-MATR-FIM) NOT = 0
                   MOVE "Data invalida." TO MENSAGEM
               WHEN LT-DATA-FIM NOT > LT-DATA-INICIO
                   MOVE "Fim das aulas antes do inicio." TO MENSAGEM
               WHEN LT-PRAZO-NOTAS < LT-DATA-FIM
                   MOVE "Prazo de notas antes do fim das aulas."
                       TO MENSAGEM
               WHEN LT-MATR-FIM < LT-MATR-INICIO
                       OR LT-MATR-FIM > LT-DATA-FIM
                   MOVE "Janela de matricula invalida." TO MENSAGEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CONSULTAR-PERIODO.
           DISPLAY "Codigo do periodo (AAAAMM): "
           ACCEPT PERIODO-COD

           PERFORM LER-PERIODO
           IF PERIODO-ENCONTRADO
               PERFORM MOSTRAR-PERIODO
               MOVE "Consulta efetuada." TO MENSAGEM
           ELSE
               MOVE "Periodo nao cadastrado." TO MENSAGEM
               DISPLAY MENSAGEM
           END-IF.

       MOSTRAR-PERIODO.
           DISPLAY "Periodo: " LT-PERIODO "  " LT-DESCRICAO
                   "  Situacao: " LT-SITUACAO
           DISPLAY "Aulas: " LT-DATA-INICIO " a " LT-DATA-FIM
                   "  Prazo de notas: " LT-PRAZO-NOTAS
           DISPLAY "Matricula: " LT-MATR-INICIO " a " LT-MATR-FIM
           IF LT-SITUACAO = "F"
               DISPLAY "Fechado em " LT-DATA-FECHAMENTO
                       "  Concluidas: " LT-QTD-CONCLUIDAS
                       "  Roladas: " LT-QTD-ROLADAS
                       "  Bolsas revisadas: " LT-REVISAO-BOLSA
           END-IF.

       LISTAR-PERIODOS.
           DISPLAY "PERIODO DESCRICAO            INICIO   FIM      "
                   "PRAZO    S"
           MOVE 0 TO LT-PERIODO
           START PERIODO-FILE KEY NOT < LT-PERIODO
               INVALID KEY
                   MOVE "S" TO WS-EOF-PERIODO
           END-START

           PERFORM UNTIL FIM-PERIODOS
               READ PERIODO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PERIODO
                   NOT AT END
                       DISPLAY LT-PERIODO "  " LT-DESCRICAO " "
                               LT-DATA-INICIO " " LT-DATA-FIM " "
                               LT-PRAZO-NOTAS " " LT-SITUACAO
               END-READ
           END-PERFORM

           MOVE "Listagem efetuada." TO MENSAGEM.

       LER-PERIODO.
           MOVE "N" TO WS-ACHOU-PERIODO
           MOVE PERIODO-COD TO LT-PERIODO
           READ PERIODO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-PERIODO
           END-READ.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "ManterPeriodos"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
