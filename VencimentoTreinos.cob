       IDENTIFICATION DIVISION.
       PROGRAM-ID. VencimentoTreinos.

      *    Vencimento dos treinamentos obrigatorios. Toda noite o
      *    passo confere, para cada login com empregado vinculado
      *    (US-EM-ID), os treinamentos do catalogo
      *    (data/treinamentos.dat) que o perfil do login exige
      *    (TI-PERFIS): se a ultima conclusao registrada
      *    (data/treinamentos_realizados.dat) ja venceu, os
      *    programas TI-PROGRAMA ficam negados para o usuario na
      *    matriz de permissoes e a linha original e guardada em
      *    data/suspensoes_treino.dat, para que ManterTreinamentos a
      *    devolva quando o RH registrar a renovacao. Quem nunca
      *    concluiu o treinamento nao e suspenso - aparece no
      *    relatorio para o RH regularizar. Sem a matriz de
      *    permissoes nao ha o que suspender.
      *    No primeiro dia util do mes o relatorio
      *    data/treinamentos_vencendo.txt (spool) traz tambem, por
      *    departamento, as certificacoes vencidas e as que vencem
      *    nos proximos 60 dias, de todos os empregados ativos.
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

           SELECT USER-FILE ASSIGN TO "data/usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USER-STATUS.

           SELECT EMPREGADO-FILE ASSIGN TO "data/empregados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EMPREGADO-STATUS.

           SELECT SUSPENSAO-FILE ASSIGN TO
                   "data/suspensoes_treino.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-CHAVE
               FILE STATUS IS WS-SUSPENSAO-STATUS.

           COPY "PERMSEL.CPY".

           SELECT TREINO-REPORT ASSIGN TO
                   "data/treinamentos_vencendo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "data/treinamentos_sort.tmp".

           COPY "SPOOLSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  TREINAMENTO-FILE.
       COPY "TRCATREC.CPY".

       FD  REALIZADO-FILE.
       COPY "TRREAREC.CPY".

       FD  USER-FILE.
       COPY "USERREC.CPY".

       FD  EMPREGADO-FILE.
       COPY "EMPREC.CPY".

       FD  SUSPENSAO-FILE.
       COPY "SUSTRREC.CPY".

       COPY "PERMFD.CPY".

       FD  TREINO-REPORT.
       01  REPORT-LINE          PIC X(132).

       SD  SORT-WORK.
       01  SORT-REC.
           05 SR-DEPARTAMENTO   PIC X(10).
           05 SR-VALIDADE       PIC 9(8).
           05 SR-EMPREGADO-ID   PIC X(10).
           05 SR-NOME           PIC X(20).
           05 SR-CODIGO         PIC X(6).
           05 SR-DATA-CONCLUSAO PIC 9(8).

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
           COPY "AUDITWS.CPY".
       01 WS-TREINAMENTO-STATUS PIC XX.
       01 WS-REALIZADO-STATUS PIC XX.
       01 WS-USER-STATUS      PIC XX.
       01 WS-EMPREGADO-STATUS PIC XX.
       01 WS-SUSPENSAO-STATUS PIC XX.
       01 WS-PERMISSAO-STATUS PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-EOF-ARQUIVO      PIC X(1).
           88 FIM-ARQUIVO         VALUE "S".
       01 WS-EOF-USUARIO      PIC X(1).
           88 FIM-USUARIOS        VALUE "S".
       01 WS-FIM-SORT         PIC X(1) VALUE "N".
           88 FIM-SORT            VALUE "S".
       01 WS-HOJE             PIC 9(8).
       01 WS-LIMITE           PIC 9(8).
       01 WS-PRIMEIRO-DIA     PIC 9(8).
       01 WS-PRIMEIRO-UTIL    PIC 9(8).
       01 WS-CAL-OPERACAO     PIC X(1).
       01 WS-CAL-NOME-DIA     PIC X(10).

      *    Catalogo inteiro em memoria.
       01 WS-TABELA-CATALOGO.
           05 WS-TC-ITEM OCCURS 100 TIMES.
               10 WS-TC-CODIGO   PIC X(6).
               10 WS-TC-DESCRICAO PIC X(30).
               10 WS-TC-PERFIS   PIC X(4).
               10 WS-TC-PROGRAMA PIC X(20) OCCURS 4 TIMES.
       01 WS-QTD-CATALOGO     PIC 9(3) VALUE 0.
       01 WS-IDX-TC           PIC 9(3).
       01 WS-IDX-PROG         PIC 9(1).
       01 WS-QTD-PERFIL       PIC 9(2).

      *    Ultima conclusao do empregado no treinamento.
       01 WS-ACHOU-CONCLUSAO  PIC X(1).
           88 CONCLUSAO-ENCONTRADA VALUE "S".
       01 WS-ULTIMA-VALIDADE  PIC 9(8).

      *    Quebra por empregado + treinamento na selecao do mes.
       01 WS-ANTERIOR.
           05 WS-ANT-EMPREGADO-ID PIC X(10).
           05 WS-ANT-CODIGO   PIC X(6).
           05 WS-ANT-CONCLUSAO PIC 9(8).
           05 WS-ANT-VALIDADE PIC 9(8).
       01 WS-DEPTO-CORRENTE   PIC X(10).
       01 WS-DIAS-RESTANTES   PIC S9(5).
       01 WS-DIAS-EDIT        PIC ZZZZ9.
       01 WS-SITUACAO-TEXTO   PIC X(20).

       01 WS-QTD-LIDOS        PIC 9(8) VALUE 0.
       01 WS-QTD-SUSPENSAS    PIC 9(8) VALUE 0.
       01 WS-QTD-SEM-REGISTRO PIC 9(8) VALUE 0.
       01 WS-QTD-VENCIDAS     PIC 9(8) VALUE 0.
       01 WS-QTD-VENCENDO     PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO
           MOVE WS-HOJE TO WS-AUDIT-DATA-NEG

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           PERFORM CARREGAR-CATALOGO

           OPEN INPUT REALIZADO-FILE
           OPEN INPUT EMPREGADO-FILE

           OPEN INPUT USER-FILE
           MOVE "usuarios.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-USER-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           OPEN I-O SUSPENSAO-FILE
           IF WS-SUSPENSAO-STATUS = "35"
               OPEN OUTPUT SUSPENSAO-FILE
               CLOSE SUSPENSAO-FILE
               OPEN I-O SUSPENSAO-FILE
           END-IF
           MOVE "suspensoes_treino.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN I-O" TO WS-ERR-OPERACAO
           MOVE WS-SUSPENSAO-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

      *    Sem a matriz de permissoes os programas seguem abertos e
      *    o vencimento so aparece no relatorio.
           OPEN I-O PERMISSAO-FILE

           OPEN OUTPUT TREINO-REPORT
           MOVE "treinamentos_vencendo.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Treinamentos obrigatorios em " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Certificacao exigida pelo perfil - vencida ou "
                      DELIMITED BY SIZE
                  "sem registro:" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-REALIZADO-STATUS = "00"
               PERFORM VERIFICAR-USUARIOS
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Suspensas hoje: " DELIMITED BY SIZE
                  WS-QTD-SUSPENSAS DELIMITED BY SIZE
                  "  Sem registro: " DELIMITED BY SIZE
                  WS-QTD-SEM-REGISTRO DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

      *    Relatorio mensal no primeiro dia util do mes.
           MOVE WS-HOJE TO WS-PRIMEIRO-DIA
           MOVE "01" TO WS-PRIMEIRO-DIA(7:2)
           MOVE "U" TO WS-CAL-OPERACAO
           CALL "CalendarioCorp" USING WS-CAL-OPERACAO
               WS-PRIMEIRO-DIA WS-PRIMEIRO-UTIL WS-CAL-NOME-DIA
           END-CALL
           IF WS-HOJE = WS-PRIMEIRO-UTIL
                   AND WS-REALIZADO-STATUS = "00"
               PERFORM RELATORIO-MENSAL
           END-IF

           CLOSE TREINO-REPORT
           CLOSE USER-FILE
           CLOSE SUSPENSAO-FILE
           IF WS-REALIZADO-STATUS = "00" OR WS-REALIZADO-STATUS = "10"
               CLOSE REALIZADO-FILE
           END-IF
           IF WS-EMPREGADO-STATUS = "00" OR WS-EMPREGADO-STATUS = "23"
               CLOSE EMPREGADO-FILE
           END-IF
           IF WS-PERMISSAO-STATUS NOT = "35"
               CLOSE PERMISSAO-FILE
           END-IF

           MOVE "data/treinamentos_vencendo.txt"
               TO WS-SPOOL-ORIG-NOME
           PERFORM REGISTRAR-SPOOL

           DISPLAY "Treinamentos: suspensas " WS-QTD-SUSPENSAS
                   " sem registro " WS-QTD-SEM-REGISTRO
                   " vencidas " WS-QTD-VENCIDAS
                   " vencendo " WS-QTD-VENCENDO

           IF WS-QTD-SUSPENSAS > 0 OR WS-QTD-VENCIDAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-LIDOS TO CT-LIDOS
           MOVE WS-QTD-SUSPENSAS TO CT-GRAVADOS
           MOVE WS-QTD-SEM-REGISTRO TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-QTD-VENCENDO TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-LIDOS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

       CARREGAR-CATALOGO.
           OPEN INPUT TREINAMENTO-FILE
           IF WS-TREINAMENTO-STATUS NOT = "00"
               DISPLAY "Sem treinamentos.dat - nada a verificar."
           ELSE
               MOVE "N" TO WS-EOF-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ TREINAMENTO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-ARQUIVO
                       NOT AT END
                           IF WS-QTD-CATALOGO < 100
                               ADD 1 TO WS-QTD-CATALOGO
                               MOVE TI-CODIGO TO
                                   WS-TC-CODIGO(WS-QTD-CATALOGO)
                               MOVE TI-DESCRICAO TO
                                   WS-TC-DESCRICAO(WS-QTD-CATALOGO)
                               MOVE TI-PERFIS TO
                                   WS-TC-PERFIS(WS-QTD-CATALOGO)
                               PERFORM VARYING WS-IDX-PROG FROM 1 BY 1
                                       UNTIL WS-IDX-PROG > 4
                                   MOVE TI-PROGRAMA(WS-IDX-PROG) TO
                                       WS-TC-PROGRAMA
                                           (WS-QTD-CATALOGO WS-IDX-PROG)
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TREINAMENTO-FILE
           END-IF.

       VERIFICAR-USUARIOS.
           MOVE "N" TO WS-EOF-USUARIO
           PERFORM UNTIL FIM-USUARIOS
               READ USER-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-USUARIO
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       IF US-EM-ID NOT = SPACES
                               AND US-PERFIL NOT = SPACES
                           PERFORM VERIFICAR-USUARIO
                       END-IF
               END-READ
           END-PERFORM.

       VERIFICAR-USUARIO.
           PERFORM VARYING WS-IDX-TC FROM 1 BY 1
                   UNTIL WS-IDX-TC > WS-QTD-CATALOGO
               MOVE 0 TO WS-QTD-PERFIL
               INSPECT WS-TC-PERFIS(WS-IDX-TC)
                   TALLYING WS-QTD-PERFIL FOR ALL US-PERFIL
               IF WS-QTD-PERFIL > 0
                   PERFORM BUSCAR-ULTIMA-CONCLUSAO
                   IF NOT CONCLUSAO-ENCONTRADA
                       PERFORM REPORTAR-SEM-REGISTRO
                   ELSE
                       IF WS-ULTIMA-VALIDADE NOT = 0
                               AND WS-ULTIMA-VALIDADE < WS-HOJE
                           PERFORM SUSPENDER-PROGRAMAS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    A ultima conclusao e a ultima chave do par empregado +
      *    treinamento.
       BUSCAR-ULTIMA-CONCLUSAO.
           MOVE "N" TO WS-ACHOU-CONCLUSAO
           MOVE 0 TO WS-ULTIMA-VALIDADE
           MOVE "N" TO WS-EOF-ARQUIVO
           MOVE US-EM-ID TO TV-EMPREGADO-ID
           MOVE WS-TC-CODIGO(WS-IDX-TC) TO TV-CODIGO
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
                       IF TV-EMPREGADO-ID NOT = US-EM-ID
                               OR TV-CODIGO NOT = WS-TC-CODIGO
                                                   (WS-IDX-TC)
                           MOVE "S" TO WS-EOF-ARQUIVO
                       ELSE
                           MOVE "S" TO WS-ACHOU-CONCLUSAO
                           MOVE TV-VALIDADE TO WS-ULTIMA-VALIDADE
                       END-IF
               END-READ
           END-PERFORM.

       REPORTAR-SEM-REGISTRO.
           ADD 1 TO WS-QTD-SEM-REGISTRO
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  US-USER-ID DELIMITED BY SIZE
                  " emp " DELIMITED BY SIZE
                  US-EM-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TC-CODIGO(WS-IDX-TC) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TC-DESCRICAO(WS-IDX-TC) DELIMITED BY SIZE
                  " - sem conclusao registrada" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       SUSPENDER-PROGRAMAS.
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  US-USER-ID DELIMITED BY SIZE
                  " emp " DELIMITED BY SIZE
                  US-EM-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TC-CODIGO(WS-IDX-TC) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TC-DESCRICAO(WS-IDX-TC) DELIMITED BY SIZE
                  " - vencida em " DELIMITED BY SIZE
                  WS-ULTIMA-VALIDADE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-PERMISSAO-STATUS NOT = "35"
               PERFORM VARYING WS-IDX-PROG FROM 1 BY 1
                       UNTIL WS-IDX-PROG > 4
                   IF WS-TC-PROGRAMA(WS-IDX-TC WS-IDX-PROG)
                           NOT = SPACES
                       PERFORM SUSPENDER-PROGRAMA
                   END-IF
               END-PERFORM
           END-IF.

      *    Uma suspensao por usuario + programa: a linha original da
      *    matriz e guardada so na primeira vez.
       SUSPENDER-PROGRAMA.
           MOVE US-USER-ID TO SS-USUARIO
           MOVE WS-TC-PROGRAMA(WS-IDX-TC WS-IDX-PROG) TO SS-PROGRAMA
           READ SUSPENSAO-FILE
               INVALID KEY
                   MOVE US-USER-ID TO PE-SUJEITO
                   MOVE SS-PROGRAMA TO PE-PROGRAMA
                   MOVE WS-TC-CODIGO(WS-IDX-TC) TO SS-CODIGO
                   MOVE WS-HOJE TO SS-DATA
                   READ PERMISSAO-FILE
                       INVALID KEY
                           MOVE "N" TO SS-HAVIA-LINHA
                           MOVE SPACES TO SS-PERMITIDO-ANT
                           MOVE SPACES TO SS-ACOES-ANT
                           MOVE "N" TO PE-PERMITIDO
                           MOVE SPACES TO PE-ACOES
                           WRITE PERMISSAO-REC
                       NOT INVALID KEY
                           MOVE "S" TO SS-HAVIA-LINHA
                           MOVE PE-PERMITIDO TO SS-PERMITIDO-ANT
                           MOVE PE-ACOES TO SS-ACOES-ANT
                           MOVE "N" TO PE-PERMITIDO
                           REWRITE PERMISSAO-REC
                   END-READ
                   WRITE SUSPENSAO-TREINO-REC
                   ADD 1 TO WS-QTD-SUSPENSAS
                   PERFORM AUDITAR-SUSPENSAO
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       AUDITAR-SUSPENSAO.
           MOVE SPACES TO REPORT-LINE
           STRING "      " DELIMITED BY SIZE
                  SS-PROGRAMA DELIMITED BY SIZE
                  " - permissao suspensa" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO WS-AUDIT-ENTRADA
           MOVE SPACES TO WS-AUDIT-SAIDA
           STRING "TREINO=" DELIMITED BY SIZE
                  SS-CODIGO DELIMITED BY SIZE
                  " USUARIO=" DELIMITED BY SIZE
                  FUNCTION TRIM(SS-USUARIO) DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           STRING "SUSPENSO: " DELIMITED BY SIZE
                  FUNCTION TRIM(SS-PROGRAMA) DELIMITED BY SIZE
                  INTO WS-AUDIT-SAIDA
           END-STRING
           PERFORM REGISTRAR-AUDITORIA.

       RELATORIO-MENSAL.
           COMPUTE WS-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + 60)

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Certificacoes vencidas ou vencendo ate "
                      DELIMITED BY SIZE
                  WS-LIMITE DELIMITED BY SIZE
                  ", por departamento:" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           SORT SORT-WORK
               ON ASCENDING KEY SR-DEPARTAMENTO SR-VALIDADE
                                SR-EMPREGADO-ID SR-CODIGO
               INPUT PROCEDURE IS SELECIONAR-VENCIMENTOS
               OUTPUT PROCEDURE IS IMPRIMIR-VENCIMENTOS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Vencidas: " DELIMITED BY SIZE
                  WS-QTD-VENCIDAS DELIMITED BY SIZE
                  "  Vencendo em 60 dias: " DELIMITED BY SIZE
                  WS-QTD-VENCENDO DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *    O arquivo vem na ordem da chave; so a ultima conclusao de
      *    cada empregado + treinamento conta.
       SELECIONAR-VENCIMENTOS.
           MOVE SPACES TO WS-ANTERIOR
           MOVE "N" TO WS-EOF-ARQUIVO
           MOVE LOW-VALUES TO TV-CHAVE
           START REALIZADO-FILE KEY NOT < TV-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-ARQUIVO
           END-START

           PERFORM UNTIL FIM-ARQUIVO
               READ REALIZADO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       IF WS-ANT-EMPREGADO-ID NOT = SPACES
                               AND (TV-EMPREGADO-ID NOT =
                                        WS-ANT-EMPREGADO-ID
                                    OR TV-CODIGO NOT = WS-ANT-CODIGO)
                           PERFORM LIBERAR-VENCIMENTO
                       END-IF
                       MOVE TV-EMPREGADO-ID TO WS-ANT-EMPREGADO-ID
                       MOVE TV-CODIGO TO WS-ANT-CODIGO
                       MOVE TV-DATA-CONCLUSAO TO WS-ANT-CONCLUSAO
                       MOVE TV-VALIDADE TO WS-ANT-VALIDADE
               END-READ
           END-PERFORM

           IF WS-ANT-EMPREGADO-ID NOT = SPACES
               PERFORM LIBERAR-VENCIMENTO
           END-IF.

       LIBERAR-VENCIMENTO.
           IF WS-ANT-VALIDADE NOT = 0
                   AND WS-ANT-VALIDADE NOT > WS-LIMITE
               MOVE SPACES TO SORT-REC
               MOVE "(sem depto)" TO SR-DEPARTAMENTO
               MOVE WS-ANT-EMPREGADO-ID TO EM-ID
               MOVE 0 TO EM-DESLIGAMENTO
               IF WS-EMPREGADO-STATUS = "00"
                       OR WS-EMPREGADO-STATUS = "23"
                   READ EMPREGADO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EM-DEPARTAMENTO TO SR-DEPARTAMENTO
                           MOVE EM-NOME TO SR-NOME
                   END-READ
               END-IF
               IF EM-DESLIGAMENTO = 0
                   MOVE WS-ANT-VALIDADE TO SR-VALIDADE
                   MOVE WS-ANT-EMPREGADO-ID TO SR-EMPREGADO-ID
                   MOVE WS-ANT-CODIGO TO SR-CODIGO
                   MOVE WS-ANT-CONCLUSAO TO SR-DATA-CONCLUSAO
                   RELEASE SORT-REC
               END-IF
           END-IF.

       IMPRIMIR-VENCIMENTOS.
           MOVE LOW-VALUES TO WS-DEPTO-CORRENTE
           PERFORM UNTIL FIM-SORT
               RETURN SORT-WORK
                   AT END
                       MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       PERFORM IMPRIMIR-LINHA-VENCIMENTO
               END-RETURN
           END-PERFORM.

       IMPRIMIR-LINHA-VENCIMENTO.
           IF SR-DEPARTAMENTO NOT = WS-DEPTO-CORRENTE
               MOVE SR-DEPARTAMENTO TO WS-DEPTO-CORRENTE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "Departamento: " DELIMITED BY SIZE
                      SR-DEPARTAMENTO DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "  EMPREGADO  NOME                 TREINO "
                          DELIMITED BY SIZE
                      "CONCLUSAO VALIDADE SITUACAO" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           IF SR-VALIDADE < WS-HOJE
               ADD 1 TO WS-QTD-VENCIDAS
               MOVE "VENCIDA" TO WS-SITUACAO-TEXTO
           ELSE
               ADD 1 TO WS-QTD-VENCENDO
               COMPUTE WS-DIAS-RESTANTES =
                   FUNCTION INTEGER-OF-DATE(SR-VALIDADE)
                   - FUNCTION INTEGER-OF-DATE(WS-HOJE)
               MOVE WS-DIAS-RESTANTES TO WS-DIAS-EDIT
               MOVE SPACES TO WS-SITUACAO-TEXTO
               STRING "VENCE EM " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DIAS-EDIT) DELIMITED BY SIZE
                      " DIAS" DELIMITED BY SIZE
                      INTO WS-SITUACAO-TEXTO
               END-STRING
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  SR-EMPREGADO-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SR-NOME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SR-CODIGO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SR-DATA-CONCLUSAO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SR-VALIDADE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SITUACAO-TEXTO DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "VencimentoTreinos".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "VencimentoTreinos".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "VencimentoTreinos".

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "VencimentoTreinos".

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "VencimentoTreinos"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
