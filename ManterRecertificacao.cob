       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManterRecertificacao.

      *    Decisao do gestor na campanha de recertificacao de acessos
      *    (data/recertificacao.dat, aberta pelo passo noturno
      *    RecertificarAcessos). O gestor se autentica no
      *    SegurancaCorp, ve as linhas pendentes dos seus usuarios -
      *    perfil, permissoes individuais e ultimo login - e
      *    certifica ou revoga cada uma ate o prazo. Revogar o perfil
      *    bloqueia o usuario (US-BLOQUEADO "S", desbloqueio so em
      *    AdminUsuarios); revogar uma permissao grava PE-PERMITIDO
      *    "N" na linha do usuario na matriz. Linha com o prazo
      *    vencido nao aceita mais decisao: o passo noturno a revoga.
      *    As linhas "*ADMIN" (do proprio gestor padrao) ficam com
      *    qualquer administrador que nao seja o usuario da linha.
      *    Toda decisao vai para a trilha de auditoria.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERT-FILE ASSIGN TO "data/recertificacao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-CHAVE
               FILE STATUS IS WS-RECERT-STATUS.

           SELECT USER-FILE ASSIGN TO "data/usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USER-STATUS.

           COPY "PERMSEL.CPY".

           COPY "QUIESEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  RECERT-FILE.
       COPY "RECRTREC.CPY".

       FD  USER-FILE.
       COPY "USERREC.CPY".

       COPY "PERMFD.CPY".

       COPY "QUIEFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "QUIEWS.CPY".
       01 WS-RECERT-STATUS   PIC XX.
       01 WS-USER-STATUS     PIC XX.
       01 WS-PERMISSAO-STATUS PIC XX.
       01 OPCAO              PIC X(1).
       01 WS-DECISAO         PIC X(1).
       01 WS-HOJE            PIC 9(8).
       01 MENSAGEM           PIC X(40).
       01 WS-EOF-RECERT      PIC X VALUE "N".
           88 FIM-RECERT         VALUE "S".
       01 WS-LINHA-DO-GESTOR PIC X(1).
           88 LINHA-DO-GESTOR    VALUE "S".
       01 WS-GESTOR-ID       PIC X(10).
       01 WS-GESTOR-SENHA    PIC X(20).
       01 WS-SENHA-NOVA-CORP PIC X(20).
       01 WS-OPERACAO-CORP   PIC X(1).
       01 WS-STATUS-CORP     PIC X(4).
       01 WS-PERFIL-GESTOR   PIC X(1).
       01 WS-QTD-LISTADAS    PIC 9(5) VALUE 0.
       01 WS-QTD-CERTIFICADAS PIC 9(5) VALUE 0.
       01 WS-QTD-REVOGADAS   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           DISPLAY "Usuario gestor: "
           ACCEPT WS-GESTOR-ID
           DISPLAY "Senha: "
           ACCEPT WS-GESTOR-SENHA

           MOVE "V" TO WS-OPERACAO-CORP
           CALL "SegurancaCorp" USING WS-OPERACAO-CORP WS-GESTOR-ID
               WS-GESTOR-SENHA WS-SENHA-NOVA-CORP WS-HOJE
               WS-STATUS-CORP
           END-CALL
           IF WS-STATUS-CORP NOT = "OK  "
               DISPLAY "Acesso negado (" WS-STATUS-CORP ")."
               GOBACK
           END-IF

           OPEN I-O RECERT-FILE
           IF WS-RECERT-STATUS NOT = "00"
               DISPLAY "Nenhuma campanha de recertificacao aberta."
               GOBACK
           END-IF

           OPEN I-O USER-FILE
           MOVE WS-GESTOR-ID TO US-USER-ID
           READ USER-FILE
               INVALID KEY
                   MOVE "O" TO WS-PERFIL-GESTOR
               NOT INVALID KEY
                   MOVE US-PERFIL TO WS-PERFIL-GESTOR
           END-READ

           OPEN I-O PERMISSAO-FILE

      *    Janela de lote aberta: o passo noturno regrava
      *    usuarios.dat e a campanha - aqui so a listagem passa.
           PERFORM VERIFICAR-JANELA-LOTE

           DISPLAY "Recertificacao - (D)ecidir ou (L)istar? "
           ACCEPT OPCAO

           IF JANELA-ABERTA AND OPCAO NOT = "L" AND OPCAO NOT = "l"
               MOVE "Atualizacao recusada: janela." TO MENSAGEM
               DISPLAY MENSAGEM
               MOVE "L" TO OPCAO
           END-IF

           DISPLAY "CAMP. USUARIO    PROGRAMA             PERF ACOES"
                   "      ULT.LOGIN PRAZO"
           MOVE "N" TO WS-EOF-RECERT
           MOVE LOW-VALUES TO RX-CHAVE
           START RECERT-FILE KEY NOT < RX-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-RECERT
           END-START

           PERFORM UNTIL FIM-RECERT
               READ RECERT-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-RECERT
                   NOT AT END
                       PERFORM VERIFICAR-LINHA-GESTOR
                       IF LINHA-DO-GESTOR
                           PERFORM TRATAR-LINHA
                       END-IF
               END-READ
           END-PERFORM

           IF OPCAO = "D" OR OPCAO = "d"
               STRING "Certificadas " DELIMITED BY SIZE
                      WS-QTD-CERTIFICADAS DELIMITED BY SIZE
                      " revogadas " DELIMITED BY SIZE
                      WS-QTD-REVOGADAS DELIMITED BY SIZE
                      INTO MENSAGEM
               END-STRING
           ELSE
               STRING "Pendentes listadas: " DELIMITED BY SIZE
                      WS-QTD-LISTADAS DELIMITED BY SIZE
                      INTO MENSAGEM
               END-STRING
           END-IF
           DISPLAY MENSAGEM

           CLOSE RECERT-FILE
           CLOSE USER-FILE
           IF WS-PERMISSAO-STATUS = "00"
               CLOSE PERMISSAO-FILE
           END-IF

           MOVE SPACES TO WS-AUDIT-ENTRADA
           STRING "OPCAO=" DELIMITED BY SIZE
                  OPCAO DELIMITED BY SIZE
                  " GESTOR=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GESTOR-ID) DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           MOVE MENSAGEM TO WS-AUDIT-SAIDA
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

      *    Linha pendente entregue a este gestor; "*ADMIN" serve a
      *    qualquer administrador. Ninguem decide o proprio acesso.
       VERIFICAR-LINHA-GESTOR.
           MOVE "N" TO WS-LINHA-DO-GESTOR
           IF RX-SITUACAO = "P" AND RX-USUARIO NOT = WS-GESTOR-ID
               IF RX-GESTOR = WS-GESTOR-ID
                   MOVE "S" TO WS-LINHA-DO-GESTOR
               END-IF
               IF RX-GESTOR = "*ADMIN" AND WS-PERFIL-GESTOR = "A"
                   MOVE "S" TO WS-LINHA-DO-GESTOR
               END-IF
           END-IF.

       TRATAR-LINHA.
           ADD 1 TO WS-QTD-LISTADAS
           IF RX-TIPO = "P"
               DISPLAY RX-CAMPANHA " " RX-USUARIO " (perfil)"
                       "            " RX-PERFIL "    "
                       "           " RX-ULTIMO-LOGIN " " RX-PRAZO
           ELSE
               DISPLAY RX-CAMPANHA " " RX-USUARIO " " RX-PROGRAMA
                       " " RX-PERFIL "    " RX-ACOES " "
                       RX-ULTIMO-LOGIN " " RX-PRAZO
           END-IF

           IF OPCAO = "D" OR OPCAO = "d"
               IF RX-PRAZO < WS-HOJE
                   DISPLAY "  Prazo vencido - revogacao pelo lote."
               ELSE
                   DISPLAY "  (C)ertificar, (R)evogar ou (P)ular? "
                   ACCEPT WS-DECISAO
                   EVALUATE WS-DECISAO
                       WHEN "C"
                       WHEN "c"
                           PERFORM CERTIFICAR-LINHA
                       WHEN "R"
                       WHEN "r"
                           PERFORM REVOGAR-LINHA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       CERTIFICAR-LINHA.
           MOVE "C" TO RX-SITUACAO
           MOVE WS-HOJE TO RX-DATA-DECISAO
           MOVE WS-GESTOR-ID TO RX-DECIDIDO-POR
           REWRITE RECERTIFICACAO-REC
           ADD 1 TO WS-QTD-CERTIFICADAS
           MOVE "CERTIFICADA" TO WS-AUDIT-SAIDA
           PERFORM AUDITAR-DECISAO.

       REVOGAR-LINHA.
           IF RX-TIPO = "P"
               MOVE RX-USUARIO TO US-USER-ID
               READ USER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO US-BLOQUEADO
                       REWRITE USER-REC
               END-READ
           ELSE
               IF WS-PERMISSAO-STATUS = "00"
                   MOVE RX-USUARIO TO PE-SUJEITO
                   MOVE RX-PROGRAMA TO PE-PROGRAMA
                   READ PERMISSAO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "N" TO PE-PERMITIDO
                           REWRITE PERMISSAO-REC
                   END-READ
               END-IF
           END-IF

           MOVE "R" TO RX-SITUACAO
           MOVE WS-HOJE TO RX-DATA-DECISAO
           MOVE WS-GESTOR-ID TO RX-DECIDIDO-POR
           REWRITE RECERTIFICACAO-REC
           ADD 1 TO WS-QTD-REVOGADAS
           IF RX-TIPO = "P"
               MOVE "REVOGADA: PERFIL BLOQUEADO" TO WS-AUDIT-SAIDA
           ELSE
               MOVE "REVOGADA: PERMISSAO NEGADA" TO WS-AUDIT-SAIDA
           END-IF
           PERFORM AUDITAR-DECISAO.

       AUDITAR-DECISAO.
           MOVE SPACES TO WS-AUDIT-ENTRADA
           IF RX-TIPO = "P"
               STRING "GESTOR=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GESTOR-ID) DELIMITED BY SIZE
                      " USUARIO=" DELIMITED BY SIZE
                      FUNCTION TRIM(RX-USUARIO) DELIMITED BY SIZE
                      " PERFIL" DELIMITED BY SIZE
                      INTO WS-AUDIT-ENTRADA
               END-STRING
           ELSE
               STRING "GESTOR=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GESTOR-ID) DELIMITED BY SIZE
                      " USUARIO=" DELIMITED BY SIZE
                      FUNCTION TRIM(RX-USUARIO) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(RX-PROGRAMA) DELIMITED BY SIZE
                      INTO WS-AUDIT-ENTRADA
               END-STRING
           END-IF
           PERFORM REGISTRAR-AUDITORIA.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "ManterRecertificacao"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.

           COPY "QUIECHK.CPY" REPLACING
               ROTINA-NOME  BY VERIFICAR-JANELA-LOTE
               ROTINA-AUDIT BY REGISTRAR-AUDITORIA.
