               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-SENHA-STATUS.

      *    Cadastro de empregados: o login novo e vinculado a
      *    matricula da pessoa (US-EM-ID), que tem de existir e nao
      *    estar desligada.
           SELECT EMPREGADO-FILE ASSIGN TO "data/empregados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EMPREGADO-STATUS.

           COPY "PERMSEL.CPY".

           COPY "SODSEL.CPY".

           COPY "QUIESEL.CPY".

           COPY "JRNLSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE.
           05 HS-DIGEST         PIC X(20).
           05 HS-DATA           PIC 9(8).

       FD  EMPREGADO-FILE.
       COPY "EMPREC.CPY".

       COPY "PERMFD.CPY".

       COPY "SODFD.CPY".

       COPY "QUIEFD.CPY".

       COPY "JRNLFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "PERMWS.CPY".
       COPY "SODWS.CPY".
       COPY "QUIEWS.CPY".
       COPY "JRNLWS.CPY".
       COPY "SENHAWS.CPY".
           88 REGISTRO-EM-USO   VALUE "S".
       01 WS-CONFIRMA       PIC X(1).
       01 WS-HIST-SENHA-STATUS PIC XX.
       01 WS-PERMISSAO-PROPOSTA PIC X(41).
       01 WS-SOD-BLOQUEIO    PIC X(1).
           88 SOD-BLOQUEADA      VALUE "S".
       01 WS-SOD-EOF-USER    PIC X(1).
       01 WS-SOD-ALVO        PIC X(10).
       01 WS-SOD-PAR         PIC 9(3).
       01 WS-EMPREGADO-STATUS PIC XX.
       01 WS-MATRICULA       PIC X(10).
       01 WS-MATRICULA-OK    PIC X(1).
           88 MATRICULA-VALIDA  VALUE "S".

       PROCEDURE DIVISION.
       INICIO.

           DISPLAY "Administracao de usuarios - (L)istar, "
                   "(A)dicionar, (D)esbloquear, (E)xpirar senha, "
                   "(R)emover, (V)incular empregado, (P)ermissoes "
                   "ou (S)egregacao? "
           ACCEPT OPCAO

           IF JANELA-ABERTA AND OPCAO NOT = "L" AND OPCAO NOT = "l"
               WHEN "P"
               WHEN "p"
                   PERFORM MANTER-PERMISSOES
               WHEN "S"
               WHEN "s"
                   PERFORM MANTER-CONFLITOS
               WHEN "D"
               WHEN "d"
                   PERFORM DESBLOQUEAR-USUARIO
               WHEN "R"
               WHEN "r"
                   PERFORM REMOVER-USUARIO
               WHEN "V"
               WHEN "v"
                   PERFORM VINCULAR-EMPREGADO
               WHEN OTHER
                   PERFORM LISTAR-USUARIOS
           END-EVALUATE
           GOBACK.

       LISTAR-USUARIOS.
           DISPLAY "USUARIO     TENT BLOQ ULTIMA-TROCA MATRICULA"
           MOVE LOW-VALUES TO US-USER-ID
           START USER-FILE KEY NOT < US-USER-ID
               INVALID KEY
                   NOT AT END
                       DISPLAY US-USER-ID "  " US-TENTATIVAS "    "
                               US-BLOQUEADO "    " US-ULTIMA-TROCA
                               "     " US-EM-ID
               END-READ
           END-PERFORM

           IF USUARIO-ENCONTRADO
               MOVE "usuario ja existe" TO MENSAGEM
               UNLOCK USER-FILE
           ELSE
               PERFORM ACEITAR-MATRICULA
           IF NOT MATRICULA-VALIDA
               UNLOCK USER-FILE
           ELSE
               DISPLAY "Senha inicial: "
               ACCEPT WS-SENHA-INICIAL
      *        propria senha no primeiro login (status EXPI).
               MOVE 0 TO US-ULTIMA-TROCA
               MOVE 0 TO US-ULTIMO-LOGIN
               MOVE WS-MATRICULA TO US-EM-ID

               DISPLAY "Perfil - (A)dmin, (S)upervisor, (C)aixa ou "
                       "(O)perador: "
               MOVE "usuario cadastrado" TO MENSAGEM
           END-IF
           END-IF
           END-IF

           DISPLAY MENSAGEM.


           DISPLAY MENSAGEM.

      *    Vincula (ou troca o vinculo de) um login existente a
      *    matricula do empregado dono dele - os logins cadastrados
      *    antes do vinculo entram por aqui.
       VINCULAR-EMPREGADO.
           DISPLAY "ID do usuario a vincular: "
           ACCEPT WS-ALVO-ID

           PERFORM LER-USUARIO-ALVO
           EVALUATE TRUE
               WHEN REGISTRO-EM-USO
                   MOVE "registro em uso" TO MENSAGEM
               WHEN USUARIO-ENCONTRADO
                   PERFORM ACEITAR-MATRICULA
                   IF MATRICULA-VALIDA
                       MOVE USER-REC TO WS-JR-ANTES
                       MOVE WS-MATRICULA TO US-EM-ID
                       REWRITE USER-REC
                       MOVE "R" TO WS-JR-OPERACAO
                       MOVE USER-REC TO WS-JR-DEPOIS
                       PERFORM GRAVAR-JORNAL-USUARIOS
                       MOVE SPACES TO MENSAGEM
                       STRING "vinculado a matricula " DELIMITED BY SIZE
                              WS-MATRICULA DELIMITED BY SIZE
                              INTO MENSAGEM
                       END-STRING
                   ELSE
                       UNLOCK USER-FILE
                   END-IF
               WHEN OTHER
                   MOVE "usuario nao encontrado" TO MENSAGEM
           END-EVALUATE

           DISPLAY MENSAGEM.

      *    Matricula em branco so para conta de servico (sem pessoa
      *    por tras); informada, tem de estar no cadastro de
      *    empregados e nao desligada. Recusa deixa o motivo em
      *    MENSAGEM.
       ACEITAR-MATRICULA.
           MOVE "S" TO WS-MATRICULA-OK
           DISPLAY "Matricula do empregado (branco = conta de "
                   "servico): "
           MOVE SPACES TO WS-MATRICULA
           ACCEPT WS-MATRICULA
           IF WS-MATRICULA NOT = SPACES
               OPEN INPUT EMPREGADO-FILE
               IF WS-EMPREGADO-STATUS NOT = "00"
                   MOVE "N" TO WS-MATRICULA-OK
                   MOVE "cadastro de empregados indisponivel"
                       TO MENSAGEM
               ELSE
                   MOVE WS-MATRICULA TO EM-ID
                   READ EMPREGADO-FILE
                       INVALID KEY
                           MOVE "N" TO WS-MATRICULA-OK
                           MOVE "matricula inexistente" TO MENSAGEM
                       NOT INVALID KEY
                           IF EM-DESLIGAMENTO NOT = 0
                               AND EM-DESLIGAMENTO <= WS-HOJE
                               MOVE "N" TO WS-MATRICULA-OK
                               MOVE "empregado desligado" TO MENSAGEM
                           END-IF
                   END-READ
                   CLOSE EMPREGADO-FILE
               END-IF
           END-IF.

      *    Le o registro alvo com trava, com ate 5 tentativas e 1
      *    segundo de espera; esgotadas, o chamador ve "registro em
      *    uso" e nao grava por cima da atualizacao concorrente.
           DISPLAY "Acoes permitidas (* = todas): "
           ACCEPT PE-ACOES

      *    Concessao que completaria um par da tabela de conflitos
      *    de segregacao para algum usuario e recusada; o acumulo
      *    que ja existia antes desta linha so sai no relatorio.
           MOVE "N" TO WS-SOD-BLOQUEIO
           IF PE-PERMITIDO = "S"
               MOVE PERMISSAO-REC TO WS-PERMISSAO-PROPOSTA
               PERFORM VERIFICAR-SEGREGACAO
               MOVE WS-PERMISSAO-PROPOSTA TO PERMISSAO-REC
           END-IF

           IF SOD-BLOQUEADA
               MOVE SPACES TO MENSAGEM
               STRING "conflito SoD " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SOD-ALVO) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(PE-PROGRAMA) DELIMITED BY SIZE
                      INTO MENSAGEM
               END-STRING
               DISPLAY "Concessao recusada: " FUNCTION TRIM(WS-SOD-ALVO)
                       " passaria a acumular "
                       FUNCTION TRIM(WS-SOD-PROGRAMA-1(WS-SOD-PAR))
                       "/" WS-SOD-ACAO-1(WS-SOD-PAR) " e "
                       FUNCTION TRIM(WS-SOD-PROGRAMA-2(WS-SOD-PAR))
                       "/" WS-SOD-ACAO-2(WS-SOD-PAR) " ("
                       FUNCTION TRIM(WS-SOD-DESCRICAO(WS-SOD-PAR))
                       ")."
           ELSE
               WRITE PERMISSAO-REC
                   INVALID KEY
                       REWRITE PERMISSAO-REC
               END-WRITE
               MOVE "permissao gravada" TO MENSAGEM
               DISPLAY "Linha da matriz gravada."
           END-IF

           CLOSE PERMISSAO-FILE.

      *    Percorre o diretorio com a linha proposta valendo no lugar
      *    da gravada: usuario que passa a acumular os dois lados de
      *    um par que envolve o programa concedido (e nao acumulava
      *    antes) barra a concessao.
       VERIFICAR-SEGREGACAO.
           PERFORM CARREGAR-CONFLITOS-SOD
           IF WS-SOD-QTD > 0
               MOVE "N" TO WS-SOD-EOF-USER
               MOVE LOW-VALUES TO US-USER-ID
               START USER-FILE KEY NOT < US-USER-ID
                   INVALID KEY
                       MOVE "S" TO WS-SOD-EOF-USER
               END-START
               PERFORM UNTIL WS-SOD-EOF-USER = "S" OR SOD-BLOQUEADA
                   READ USER-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-SOD-EOF-USER
                       NOT AT END
                           PERFORM VERIFICAR-SEGREGACAO-USUARIO
                   END-READ
               END-PERFORM
           END-IF
           MOVE HIGH-VALUES TO WS-SOD-NOVA-CHAVE.

       VERIFICAR-SEGREGACAO-USUARIO.
           MOVE US-USER-ID TO WS-SOD-USUARIO
           MOVE US-PERFIL TO WS-SOD-PERFIL
           PERFORM VARYING WS-SOD-IDX FROM 1 BY 1
                   UNTIL WS-SOD-IDX > WS-SOD-QTD OR SOD-BLOQUEADA
               IF WS-SOD-PROGRAMA-1(WS-SOD-IDX) =
                       WS-PERMISSAO-PROPOSTA(11:20)
                       OR WS-SOD-PROGRAMA-2(WS-SOD-IDX) =
                       WS-PERMISSAO-PROPOSTA(11:20)
                   MOVE WS-PERMISSAO-PROPOSTA(1:30) TO
                       WS-SOD-NOVA-CHAVE
                   MOVE WS-PERMISSAO-PROPOSTA(31:1) TO
                       WS-SOD-NOVA-PERMITIDO
                   MOVE WS-PERMISSAO-PROPOSTA(32:10) TO
                       WS-SOD-NOVA-ACOES
                   PERFORM VERIFICAR-PAR-SOD
                   IF SOD-EM-CONFLITO
                       MOVE HIGH-VALUES TO WS-SOD-NOVA-CHAVE
                       PERFORM VERIFICAR-PAR-SOD
                       IF NOT SOD-EM-CONFLITO
                           MOVE "S" TO WS-SOD-BLOQUEIO
                           MOVE US-USER-ID TO WS-SOD-ALVO
                           MOVE WS-SOD-IDX TO WS-SOD-PAR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    Tabela de conflitos de segregacao (SODFD.CPY): so o
      *    administrador (seguranca) inclui, exclui ou lista pares.
       MANTER-CONFLITOS.
           IF WS-PERFIL-ADMIN NOT = "A"
               MOVE "conflitos: perfil sem permissao" TO MENSAGEM
               DISPLAY "Tabela de conflitos restrita a "
                       "administradores."
           ELSE
               OPEN I-O CONFLITO-FILE
               IF WS-CONFLITO-STATUS = "35"
                   OPEN OUTPUT CONFLITO-FILE
                   CLOSE CONFLITO-FILE
                   OPEN I-O CONFLITO-FILE
               END-IF

               DISPLAY "Conflitos - (I)ncluir, (E)xcluir ou "
                       "(L)istar? "
               ACCEPT WS-CONFIRMA
               EVALUATE WS-CONFIRMA
                   WHEN "I"
                   WHEN "i"
                       PERFORM INCLUIR-CONFLITO
                   WHEN "E"
                   WHEN "e"
                       PERFORM EXCLUIR-CONFLITO
                   WHEN OTHER
                       PERFORM LISTAR-CONFLITOS
               END-EVALUATE

               CLOSE CONFLITO-FILE
           END-IF.

       INCLUIR-CONFLITO.
           PERFORM INFORMAR-PAR-CONFLITO
           DISPLAY "Descricao: "
           ACCEPT CF-DESCRICAO
           MOVE WS-ADMIN-ID TO CF-RESPONSAVEL
           MOVE WS-HOJE TO CF-DATA-INCLUSAO
           MOVE CF-PROGRAMA-1 TO WS-ALVO-ID
           WRITE CONFLITO-REC
               INVALID KEY
                   MOVE "conflito ja cadastrado" TO MENSAGEM
               NOT INVALID KEY
                   MOVE "conflito incluido" TO MENSAGEM
           END-WRITE
           DISPLAY MENSAGEM.

       EXCLUIR-CONFLITO.
           PERFORM INFORMAR-PAR-CONFLITO
           MOVE CF-PROGRAMA-1 TO WS-ALVO-ID
           READ CONFLITO-FILE
               INVALID KEY
                   MOVE "conflito nao encontrado" TO MENSAGEM
               NOT INVALID KEY
                   DELETE CONFLITO-FILE RECORD
                   MOVE "conflito excluido" TO MENSAGEM
           END-READ
           DISPLAY MENSAGEM.

       INFORMAR-PAR-CONFLITO.
           DISPLAY "Primeiro programa: "
           ACCEPT CF-PROGRAMA-1
           DISPLAY "Acao no primeiro (letra ou *): "
           ACCEPT CF-ACAO-1
           DISPLAY "Segundo programa: "
           ACCEPT CF-PROGRAMA-2
           DISPLAY "Acao no segundo (letra ou *): "
           ACCEPT CF-ACAO-2
           IF CF-ACAO-1 = SPACE
               MOVE "*" TO CF-ACAO-1
           END-IF
           IF CF-ACAO-2 = SPACE
               MOVE "*" TO CF-ACAO-2
           END-IF.

       LISTAR-CONFLITOS.
           DISPLAY "PROGRAMA 1           A PROGRAMA 2           A "
                   "DESCRICAO"
           MOVE "N" TO WS-SOD-EOF
           MOVE LOW-VALUES TO CF-CHAVE
           START CONFLITO-FILE KEY NOT < CF-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SOD-EOF
           END-START
           PERFORM UNTIL WS-SOD-EOF = "S"
               READ CONFLITO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SOD-EOF
                   NOT AT END
                       DISPLAY CF-PROGRAMA-1 " " CF-ACAO-1 " "
                               CF-PROGRAMA-2 " " CF-ACAO-2 " "
                               CF-DESCRICAO
               END-READ
           END-PERFORM
           MOVE "conflitos listados" TO MENSAGEM.

       GRAVAR-HISTORICO-SENHA.
           OPEN EXTEND HIST-SENHA-FILE
               ROTINA-AUDIT  BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "AdminUsuarios".

           COPY "SODCHK.CPY" REPLACING
               ROTINA-CARGA BY CARREGAR-CONFLITOS-SOD
               ROTINA-NOME  BY VERIFICAR-PAR-SOD
               ROTINA-LADO  BY VERIFICAR-LADO-SOD
               ROTINA-LER   BY LER-MATRIZ-SOD.

           COPY "JRNLGRAV.CPY" REPLACING
               ROTINA-NOME BY GRAVAR-JORNAL-USUARIOS
               MESTRE-NOME BY "usuarios".
