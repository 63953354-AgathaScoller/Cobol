       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioSegregacao.

      *    Relatorio de conflitos de segregacao de funcoes: a matriz
      *    de permissoes deixa conceder qualquer programa a qualquer
      *    usuario, e nada impedia a mesma pessoa de ficar com os
      *    dois lados de um controle (propor e aprovar, pedir a
      *    mudanca e aplica-la, manter talonario e processar
      *    cheque). Toda noite o passo cruza cada usuario de
      *    data/usuarios.dat com a tabela de pares conflitantes
      *    mantida pela seguranca (data/conflitos_sod.dat, SODFD.CPY)
      *    e lista em data/segregacao_conflitos.txt (spool) todo par
      *    que o usuario acumula - cada lado resolvido como a matriz
      *    resolve o acesso (linha do usuario, do perfil, de "*").
      *    Usuario com firecall ativo e avaliado no perfil elevado e
      *    no perfil base: o conflito que so existe pela elevacao sai
      *    marcado FIRECALL, com o vencimento; o que volta com o
      *    perfil base sai como PERFIL BASE. Havendo conflito o passo
      *    termina com RC 4 (tolerado pelo stream).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "data/usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USER-STATUS.

           SELECT FIRECALL-FILE ASSIGN TO "data/firecall.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-USER
               FILE STATUS IS WS-FIRECALL-STATUS.

           COPY "PERMSEL.CPY".

           COPY "SODSEL.CPY".

           SELECT SEGREGACAO-REPORT ASSIGN TO
                   "data/segregacao_conflitos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "SPOOLSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE.
       COPY "USERREC.CPY".

       FD  FIRECALL-FILE.
       COPY "FIRECREC.CPY".

       COPY "PERMFD.CPY".

       COPY "SODFD.CPY".

       FD  SEGREGACAO-REPORT.
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
           COPY "SODWS.CPY".
       01 WS-USER-STATUS      PIC XX.
       01 WS-FIRECALL-STATUS  PIC XX.
       01 WS-PERMISSAO-STATUS PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-EOF-USUARIO      PIC X(1).
           88 FIM-USUARIOS        VALUE "S".
       01 WS-HOJE             PIC 9(8).
       01 WS-FIRECALL-ATIVO   PIC X(1).
           88 TEM-FIRECALL        VALUE "S".
       01 WS-CONFLITO-ATUAL   PIC X(1).
       01 WS-CONFLITO-BASE    PIC X(1).
       01 WS-ORIGEM-TEXTO     PIC X(22).
       01 WS-USUARIO-CONFLITO PIC X(1).
       01 WS-QTD-USUARIOS     PIC 9(6) VALUE 0.
       01 WS-QTD-CONFLITOS    PIC 9(6) VALUE 0.
       01 WS-QTD-USUARIOS-CONFLITO PIC 9(6) VALUE 0.
       01 WS-QTD-FIRECALL     PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           PERFORM CARREGAR-CONFLITOS-SOD

           OPEN OUTPUT SEGREGACAO-REPORT
           MOVE "segregacao_conflitos.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Conflitos de segregacao de funcoes em "
                      DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " - pares na tabela: " DELIMITED BY SIZE
                  WS-SOD-QTD DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           OPEN INPUT PERMISSAO-FILE
           EVALUATE TRUE
               WHEN WS-SOD-QTD = 0
                   MOVE "Tabela de conflitos vazia - nada a apurar."
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN WS-PERMISSAO-STATUS NOT = "00"
                   MOVE SPACES TO REPORT-LINE
                   STRING "Sem matriz de permissoes - os programas "
                              DELIMITED BY SIZE
                          "seguem abertos a todos; conflitos nao "
                              DELIMITED BY SIZE
                          "apurados." DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               WHEN OTHER
                   PERFORM APURAR-CONFLITOS
           END-EVALUATE
           IF WS-PERMISSAO-STATUS = "00"
               CLOSE PERMISSAO-FILE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Usuarios: " DELIMITED BY SIZE
                  WS-QTD-USUARIOS DELIMITED BY SIZE
                  "  Com conflito: " DELIMITED BY SIZE
                  WS-QTD-USUARIOS-CONFLITO DELIMITED BY SIZE
                  "  Conflitos: " DELIMITED BY SIZE
                  WS-QTD-CONFLITOS DELIMITED BY SIZE
                  "  Por firecall: " DELIMITED BY SIZE
                  WS-QTD-FIRECALL DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE SEGREGACAO-REPORT

           MOVE "data/segregacao_conflitos.txt" TO WS-SPOOL-ORIG-NOME
           PERFORM REGISTRAR-SPOOL

           DISPLAY "Segregacao: " WS-QTD-CONFLITOS " conflitos em "
                   WS-QTD-USUARIOS-CONFLITO " usuarios."

           IF WS-QTD-CONFLITOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-USUARIOS TO CT-LIDOS
           MOVE WS-QTD-CONFLITOS TO CT-GRAVADOS
           MOVE 0 TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-QTD-CONFLITOS TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-USUARIOS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

       APURAR-CONFLITOS.
           OPEN INPUT USER-FILE
           MOVE "usuarios.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-USER-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           OPEN INPUT FIRECALL-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "USUARIO    PERF BLOQ PROGRAMA 1           A "
                      DELIMITED BY SIZE
                  "PROGRAMA 2           A DESCRICAO"
                      DELIMITED BY SIZE
                  "                      ORIGEM" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE "N" TO WS-EOF-USUARIO
           MOVE LOW-VALUES TO US-USER-ID
           START USER-FILE KEY NOT < US-USER-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-USUARIO
           END-START

           PERFORM UNTIL FIM-USUARIOS
               READ USER-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-USUARIO
                   NOT AT END
                       ADD 1 TO WS-QTD-USUARIOS
                       PERFORM AVALIAR-USUARIO
               END-READ
           END-PERFORM

           CLOSE USER-FILE
           IF WS-FIRECALL-STATUS = "00" OR WS-FIRECALL-STATUS = "10"
               CLOSE FIRECALL-FILE
           END-IF.

      *    Com firecall ativo, US-PERFIL ja e o perfil elevado
      *    (ManterFirecall promove na concessao); o base vem de
      *    FC-PERFIL-BASE.
       AVALIAR-USUARIO.
           MOVE "N" TO WS-FIRECALL-ATIVO
           IF WS-FIRECALL-STATUS = "00"
               MOVE US-USER-ID TO FC-USER
               READ FIRECALL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FC-SITUACAO = "A"
                               AND FC-PERFIL-BASE NOT = US-PERFIL
                           MOVE "S" TO WS-FIRECALL-ATIVO
                       END-IF
               END-READ
           END-IF

           MOVE "N" TO WS-USUARIO-CONFLITO
           MOVE US-USER-ID TO WS-SOD-USUARIO
           PERFORM VARYING WS-SOD-IDX FROM 1 BY 1
                   UNTIL WS-SOD-IDX > WS-SOD-QTD
               MOVE US-PERFIL TO WS-SOD-PERFIL
               PERFORM VERIFICAR-PAR-SOD
               MOVE WS-SOD-CONFLITO TO WS-CONFLITO-ATUAL
               MOVE WS-SOD-CONFLITO TO WS-CONFLITO-BASE
               IF TEM-FIRECALL
                   MOVE FC-PERFIL-BASE TO WS-SOD-PERFIL
                   PERFORM VERIFICAR-PAR-SOD
                   MOVE WS-SOD-CONFLITO TO WS-CONFLITO-BASE
               END-IF
               EVALUATE TRUE
                   WHEN WS-CONFLITO-ATUAL = "S"
                           AND WS-CONFLITO-BASE = "S"
                       MOVE "PERMANENTE" TO WS-ORIGEM-TEXTO
                       PERFORM IMPRIMIR-CONFLITO
                   WHEN WS-CONFLITO-ATUAL = "S"
                       MOVE SPACES TO WS-ORIGEM-TEXTO
                       STRING "FIRECALL ATE " DELIMITED BY SIZE
                              FC-DATA-FIM DELIMITED BY SIZE
                              INTO WS-ORIGEM-TEXTO
                       END-STRING
                       ADD 1 TO WS-QTD-FIRECALL
                       PERFORM IMPRIMIR-CONFLITO
                   WHEN WS-CONFLITO-BASE = "S"
                       MOVE "PERFIL BASE" TO WS-ORIGEM-TEXTO
                       PERFORM IMPRIMIR-CONFLITO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           IF WS-USUARIO-CONFLITO = "S"
               ADD 1 TO WS-QTD-USUARIOS-CONFLITO
           END-IF.

       IMPRIMIR-CONFLITO.
           ADD 1 TO WS-QTD-CONFLITOS
           MOVE "S" TO WS-USUARIO-CONFLITO
           MOVE SPACES TO REPORT-LINE
           STRING US-USER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  US-PERFIL DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  US-BLOQUEADO DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-SOD-PROGRAMA-1(WS-SOD-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SOD-ACAO-1(WS-SOD-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SOD-PROGRAMA-2(WS-SOD-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SOD-ACAO-2(WS-SOD-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SOD-DESCRICAO(WS-SOD-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ORIGEM-TEXTO DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

           COPY "SODCHK.CPY" REPLACING
               ROTINA-CARGA BY CARREGAR-CONFLITOS-SOD
               ROTINA-NOME  BY VERIFICAR-PAR-SOD
               ROTINA-LADO  BY VERIFICAR-LADO-SOD
               ROTINA-LER   BY LER-MATRIZ-SOD.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "RelatorioSegregacao".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "RelatorioSegregacao".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "RelatorioSegregacao".

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "RelatorioSegregacao".
