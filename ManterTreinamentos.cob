       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManterTreinamentos.

      *    Treinamentos obrigatorios e certificacoes, no lugar das
      *    pastas do RH: catalogo com a validade de cada treinamento
      *    (data/treinamentos.dat, TRCATREC.CPY) e registro das
      *    conclusoes por EM-ID (data/treinamentos_realizados.dat,
      *    TRREAREC.CPY), com a validade calculada na conclusao. O
      *    passo noturno VencimentoTreinos suspende na matriz de
      *    permissoes os programas guardados pela certificacao
      *    vencida de quem a exige pelo perfil; o registro da
      *    renovacao aqui devolve na hora as linhas suspensas por
      *    aquele treinamento em todos os logins do empregado
      *    (US-EM-ID).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TREINAMENTO-FILE ASSIGN TO "data/treinamentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-CODIGO
               FILE STATUS IS WS-TREINAMENTO-STATUS.

           SELECT REALIZADO-FILE ASSIGN TO
                   "data/treinamentos_realizados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TV-CHAVE
               FILE STATUS IS WS-REALIZADO-STATUS.

           SELECT EMPREGADO-FILE ASSIGN TO "data/empregados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EMPREGADO-STATUS.

           SELECT USER-FILE ASSIGN TO "data/usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USER-STATUS.

           SELECT SUSPENSAO-FILE ASSIGN TO
                   "data/suspensoes_treino.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-CHAVE
               FILE STATUS IS WS-SUSPENSAO-STATUS.

           COPY "PERMSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  TREINAMENTO-FILE.
       COPY "TRCATREC.CPY".

       FD  REALIZADO-FILE.
       COPY "TRREAREC.CPY".

       FD  EMPREGADO-FILE.
       COPY "EMPREC.CPY".

       FD  USER-FILE.
       COPY "USERREC.CPY".

       FD  SUSPENSAO-FILE.
       COPY "SUSTRREC.CPY".

       COPY "PERMFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-TREINAMENTO-STATUS PIC XX.
       01 WS-REALIZADO-STATUS PIC XX.
       01 WS-EMPREGADO-STATUS PIC XX.
       01 WS-USER-STATUS     PIC XX.
       01 WS-SUSPENSAO-STATUS PIC XX.
       01 WS-PERMISSAO-STATUS PIC XX.
       01 WS-EOF-ARQUIVO     PIC X(1).
           88 FIM-ARQUIVO        VALUE "S".
       01 WS-EOF-USUARIO     PIC X(1).
           88 FIM-USUARIOS       VALUE "S".
       01 OPCAO              PIC X(1).
       01 EMPREGADO-ID       PIC X(10).
       01 CODIGO             PIC X(6).
       01 MENSAGEM           PIC X(40).
       01 WS-HOJE            PIC 9(8).
       01 WS-SESSAO-OP       PIC X(1).
       01 WS-OPERADOR        PIC X(10).
       01 WS-TERMINAL        PIC X(8).
       01 WS-ACHOU-TREINO    PIC X(1).
           88 TREINAMENTO-ENCONTRADO VALUE "S".
       01 WS-ACHOU-EMPREGADO PIC X(1).
           88 EMPREGADO-ATIVO    VALUE "S".
       01 WS-IDX-PROG        PIC 9(1).
       01 WS-QTD-LIBERADAS   PIC 9(3) VALUE 0.

      *    Validade: data de conclusao mais os meses do catalogo,
      *    no mesmo dia do mes (ou no ultimo dia, quando o mes de
      *    vencimento e mais curto).
       01 WS-DATA-CONCLUSAO  PIC 9(8).
       01 WS-ANO             PIC 9(4).
       01 WS-MES             PIC 9(2).
       01 WS-DIA             PIC 9(2).
       01 WS-TOTAL-MESES     PIC 9(5).
       01 WS-ANOS-SOMA       PIC 9(4).
       01 WS-PROX-MES        PIC 9(8).
       01 WS-ULTIMO-DIA-DATA PIC 9(8).
       01 WS-ULTIMO-DIA      PIC 9(2).
       01 WS-VALIDADE        PIC 9(8).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           MOVE "L" TO WS-SESSAO-OP
           CALL "SessaoCorp" USING WS-SESSAO-OP WS-OPERADOR
               WS-TERMINAL
           END-CALL

           OPEN I-O TREINAMENTO-FILE
           IF WS-TREINAMENTO-STATUS = "35"
               OPEN OUTPUT TREINAMENTO-FILE
               CLOSE TREINAMENTO-FILE
               OPEN I-O TREINAMENTO-FILE
           END-IF

           OPEN I-O REALIZADO-FILE
           IF WS-REALIZADO-STATUS = "35"
               OPEN OUTPUT REALIZADO-FILE
               CLOSE REALIZADO-FILE
               OPEN I-O REALIZADO-FILE
           END-IF

           DISPLAY "Treinamentos - (T)reinamento do catalogo, "
                   "(R)egistrar conclusao, (H)istorico do empregado "
                   "ou (L)istar catalogo? "
           ACCEPT OPCAO

           EVALUATE OPCAO
               WHEN "T"
               WHEN "t"
                   MOVE "T" TO OPCAO
                   PERFORM DEFINIR-TREINAMENTO
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO OPCAO
                   PERFORM REGISTRAR-CONCLUSAO
               WHEN "H"
               WHEN "h"
                   MOVE "H" TO OPCAO
                   PERFORM LISTAR-HISTORICO
               WHEN OTHER
                   PERFORM LISTAR-CATALOGO
           END-EVALUATE

           CLOSE TREINAMENTO-FILE
           CLOSE REALIZADO-FILE

           STRING "OPCAO=" DELIMITED BY SIZE
                  OPCAO DELIMITED BY SIZE
                  " EMP=" DELIMITED BY SIZE
                  FUNCTION TRIM(EMPREGADO-ID) DELIMITED BY SIZE
                  " TREINO=" DELIMITED BY SIZE
                  CODIGO DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           MOVE MENSAGEM TO WS-AUDIT-SAIDA
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

      *    Inclui ou substitui o treinamento no catalogo.
       DEFINIR-TREINAMENTO.
           DISPLAY "Codigo do treinamento: "
           ACCEPT CODIGO

           PERFORM LER-TREINAMENTO
           MOVE CODIGO TO TI-CODIGO
           IF TREINAMENTO-ENCONTRADO
               DISPLAY "Descricao atual: " TI-DESCRICAO
           END-IF
           DISPLAY "Descricao: "
           ACCEPT TI-DESCRICAO
           DISPLAY "Validade em meses (0 = nao vence): "
           ACCEPT TI-VALIDADE-MESES
           IF TI-VALIDADE-MESES NOT NUMERIC
               MOVE 0 TO TI-VALIDADE-MESES
           END-IF
           DISPLAY "Perfis de usuario que exigem (ex.: C; "
                   "branco = nenhum): "
           ACCEPT TI-PERFIS
           PERFORM VARYING WS-IDX-PROG FROM 1 BY 1
                   UNTIL WS-IDX-PROG > 4
               DISPLAY "Programa suspenso no vencimento "
                       WS-IDX-PROG " (branco = nenhum): "
               ACCEPT TI-PROGRAMA(WS-IDX-PROG)
           END-PERFORM

           IF TREINAMENTO-ENCONTRADO
               REWRITE TREINAMENTO-REC
               MOVE "Treinamento alterado." TO MENSAGEM
           ELSE
               WRITE TREINAMENTO-REC
               MOVE "Treinamento incluido." TO MENSAGEM
           END-IF
           DISPLAY MENSAGEM.

       REGISTRAR-CONCLUSAO.
           DISPLAY "ID do empregado: "
           ACCEPT EMPREGADO-ID
           DISPLAY "Codigo do treinamento: "
           ACCEPT CODIGO

           MOVE "N" TO WS-ACHOU-EMPREGADO
           OPEN INPUT EMPREGADO-FILE
           IF WS-EMPREGADO-STATUS = "00"
               MOVE EMPREGADO-ID TO EM-ID
               READ EMPREGADO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EM-DESLIGAMENTO = 0
                           MOVE "S" TO WS-ACHOU-EMPREGADO
                       END-IF
               END-READ
               CLOSE EMPREGADO-FILE
           END-IF
           IF NOT EMPREGADO-ATIVO
               MOVE "Empregado inexistente ou desligado." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           PERFORM LER-TREINAMENTO
           IF NOT TREINAMENTO-ENCONTRADO
               MOVE "Treinamento fora do catalogo." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           DISPLAY "Data de conclusao (AAAAMMDD, 0 = hoje): "
           ACCEPT WS-DATA-CONCLUSAO
           IF WS-DATA-CONCLUSAO NOT NUMERIC
               MOVE 99999999 TO WS-DATA-CONCLUSAO
           END-IF
           IF WS-DATA-CONCLUSAO = 0
               MOVE WS-HOJE TO WS-DATA-CONCLUSAO
           END-IF
           IF WS-DATA-CONCLUSAO > WS-HOJE
               MOVE "Data de conclusao invalida." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           MOVE EMPREGADO-ID TO TV-EMPREGADO-ID
           MOVE CODIGO TO TV-CODIGO
           MOVE WS-DATA-CONCLUSAO TO TV-DATA-CONCLUSAO
           DISPLAY "Entidade/instrutor: "
           ACCEPT TV-ENTIDADE
           PERFORM CALCULAR-VALIDADE
           MOVE WS-VALIDADE TO TV-VALIDADE
           MOVE WS-HOJE TO TV-DATA-REGISTRO
           MOVE WS-OPERADOR TO TV-REGISTRADO-POR
           WRITE TREINAMENTO-REALIZADO-REC
               INVALID KEY
                   MOVE "Conclusao ja registrada." TO MENSAGEM
                   DISPLAY MENSAGEM
                   GOBACK
           END-WRITE

      *    Renovacao valida: devolve o que a certificacao vencida
      *    tinha suspendido.
           IF WS-VALIDADE = 0 OR WS-VALIDADE NOT < WS-HOJE
               PERFORM LIBERAR-SUSPENSOES
           END-IF

           IF WS-QTD-LIBERADAS > 0
               MOVE SPACES TO MENSAGEM
               STRING "Conclusao registrada; liberadas: "
                          DELIMITED BY SIZE
                      WS-QTD-LIBERADAS DELIMITED BY SIZE
                      INTO MENSAGEM
               END-STRING
           ELSE
               MOVE "Conclusao registrada." TO MENSAGEM
           END-IF
           DISPLAY MENSAGEM
           DISPLAY "Valida ate: " WS-VALIDADE.

       CALCULAR-VALIDADE.
           IF TI-VALIDADE-MESES = 0
               MOVE 0 TO WS-VALIDADE
           ELSE
               MOVE WS-DATA-CONCLUSAO(1:4) TO WS-ANO
               MOVE WS-DATA-CONCLUSAO(5:2) TO WS-MES
               MOVE WS-DATA-CONCLUSAO(7:2) TO WS-DIA
               COMPUTE WS-TOTAL-MESES = WS-MES - 1 + TI-VALIDADE-MESES
               DIVIDE WS-TOTAL-MESES BY 12 GIVING WS-ANOS-SOMA
                   REMAINDER WS-MES
               ADD WS-ANOS-SOMA TO WS-ANO
               ADD 1 TO WS-MES

               IF WS-MES = 12
                   COMPUTE WS-PROX-MES = (WS-ANO + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-PROX-MES =
                       WS-ANO * 10000 + (WS-MES + 1) * 100 + 1
               END-IF
               COMPUTE WS-ULTIMO-DIA-DATA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PROX-MES) - 1)
               MOVE WS-ULTIMO-DIA-DATA(7:2) TO WS-ULTIMO-DIA
               IF WS-DIA > WS-ULTIMO-DIA
                   MOVE WS-ULTIMO-DIA TO WS-DIA
               END-IF

               COMPUTE WS-VALIDADE =
                   WS-ANO * 10000 + WS-MES * 100 + WS-DIA
           END-IF.

      *    Todos os logins do empregado (US-EM-ID); em cada um, as
      *    linhas da matriz suspensas por este treinamento voltam a
      *    ser como eram antes da suspensao.
       LIBERAR-SUSPENSOES.
           OPEN I-O SUSPENSAO-FILE
           IF WS-SUSPENSAO-STATUS = "00"
               OPEN I-O PERMISSAO-FILE
               OPEN INPUT USER-FILE
               MOVE "N" TO WS-EOF-USUARIO
               IF WS-USER-STATUS NOT = "00"
                   MOVE "S" TO WS-EOF-USUARIO
               END-IF

               PERFORM UNTIL FIM-USUARIOS
                   READ USER-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-USUARIO
                       NOT AT END
                           IF US-EM-ID = EMPREGADO-ID
                               PERFORM LIBERAR-SUSPENSOES-USUARIO
                           END-IF
                   END-READ
               END-PERFORM

               IF WS-USER-STATUS = "00" OR WS-USER-STATUS = "10"
                   CLOSE USER-FILE
               END-IF
               IF WS-PERMISSAO-STATUS NOT = "35"
                   CLOSE PERMISSAO-FILE
               END-IF
               CLOSE SUSPENSAO-FILE
           END-IF.

       LIBERAR-SUSPENSOES-USUARIO.
           MOVE "N" TO WS-EOF-ARQUIVO
           MOVE US-USER-ID TO SS-USUARIO
           MOVE LOW-VALUES TO SS-PROGRAMA
           START SUSPENSAO-FILE KEY NOT < SS-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-ARQUIVO
           END-START

           PERFORM UNTIL FIM-ARQUIVO
               READ SUSPENSAO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       IF SS-USUARIO NOT = US-USER-ID
                           MOVE "S" TO WS-EOF-ARQUIVO
                       ELSE
                           IF SS-CODIGO = CODIGO
                               PERFORM RESTAURAR-LINHA-MATRIZ
                               DELETE SUSPENSAO-FILE RECORD
                               ADD 1 TO WS-QTD-LIBERADAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RESTAURAR-LINHA-MATRIZ.
           IF WS-PERMISSAO-STATUS NOT = "35"
               MOVE SS-USUARIO TO PE-SUJEITO
               MOVE SS-PROGRAMA TO PE-PROGRAMA
               READ PERMISSAO-FILE
                   INVALID KEY
                       IF SS-HAVIA-LINHA = "S"
                           MOVE SS-PERMITIDO-ANT TO PE-PERMITIDO
                           MOVE SS-ACOES-ANT TO PE-ACOES
                           WRITE PERMISSAO-REC
                       END-IF
                   NOT INVALID KEY
                       IF SS-HAVIA-LINHA = "S"
                           MOVE SS-PERMITIDO-ANT TO PE-PERMITIDO
                           MOVE SS-ACOES-ANT TO PE-ACOES
                           REWRITE PERMISSAO-REC
                       ELSE
                           DELETE PERMISSAO-FILE RECORD
                       END-IF
               END-READ
               DISPLAY "Liberado " SS-USUARIO " " SS-PROGRAMA
           END-IF.

       LISTAR-HISTORICO.
           DISPLAY "ID do empregado: "
           ACCEPT EMPREGADO-ID

           DISPLAY "TREINO CONCLUSAO VALIDADE ENTIDADE"
           MOVE "N" TO WS-EOF-ARQUIVO
           MOVE EMPREGADO-ID TO TV-EMPREGADO-ID
           MOVE LOW-VALUES TO TV-CODIGO
           MOVE 0 TO TV-DATA-CONCLUSAO
           START REALIZADO-FILE KEY NOT < TV-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-ARQUIVO
           END-START

           PERFORM UNTIL FIM-ARQUIVO
               READ REALIZADO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       IF TV-EMPREGADO-ID NOT = EMPREGADO-ID
                           MOVE "S" TO WS-EOF-ARQUIVO
                       ELSE
                           DISPLAY TV-CODIGO " " TV-DATA-CONCLUSAO
                                   " " TV-VALIDADE " " TV-ENTIDADE
                       END-IF
               END-READ
           END-PERFORM

           MOVE "Historico listado." TO MENSAGEM.

       LISTAR-CATALOGO.
           DISPLAY "CODIGO DESCRICAO                      MESES PERFIS"
           MOVE "N" TO WS-EOF-ARQUIVO
           MOVE LOW-VALUES TO TI-CODIGO
           START TREINAMENTO-FILE KEY NOT < TI-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-EOF-ARQUIVO
           END-START

           PERFORM UNTIL FIM-ARQUIVO
               READ TREINAMENTO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       DISPLAY TI-CODIGO " " TI-DESCRICAO " "
                               TI-VALIDADE-MESES "   " TI-PERFIS
               END-READ
           END-PERFORM

           MOVE "Catalogo listado." TO MENSAGEM.

       LER-TREINAMENTO.
           MOVE "N" TO WS-ACHOU-TREINO
           MOVE CODIGO TO TI-CODIGO
           READ TREINAMENTO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-TREINO
           END-READ.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "ManterTreinamentos"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
