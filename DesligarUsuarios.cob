       IDENTIFICATION DIVISION.
       PROGRAM-ID. DesligarUsuarios.

      *    Passo noturno de desligamentos: o cadastro de empregados e
      *    o diretorio de usuarios nao se falavam, e o empregado
      *    desligado pelo RH (EM-DESLIGAMENTO) continuava com login,
      *    firecall e lugar no plantao. Cada login agora leva a
      *    matricula da pessoa (US-EM-ID, informada em
      *    AdminUsuarios); quando a data de desligamento chega, o
      *    passo:
      *      1. bloqueia todo login vinculado a matricula e encerra a
      *         elevacao de firecall ativa, devolvendo o perfil base;
      *      2. remove a escala de folgas do empregado
      *         (data/escalas.dat);
      *      3. tira o empregado da proposta de plantao
      *         (data/plantao_proposto.dat) a partir da data do
      *         desligamento - o dia volta como "(SEM COB.)" para o
      *         supervisor cobrir; a proposta anterior fica em
      *         data/plantao_proposto.ant;
      *      4. lista, para tratamento manual, sessao de caixa
      *         aberta, sessao de terminal ativa e mudanca de dupla
      *         custodia pendente em nome dos logins.
      *    Tudo sai no relatorio de desligamento
      *    data/desligamentos_relatorio.txt (spool), com os logins
      *    ainda sem vinculo, e o campo de visto do RH e da
      *    seguranca. Cada desligamento tratado e anotado em
      *    data/desligamentos.dat (DESLGREC.CPY) e nao se repete.
      *    Com pendencia manual o passo termina com RC 4 (tolerado
      *    pelo stream).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT FIRECALL-FILE ASSIGN TO "data/firecall.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-USER
               FILE STATUS IS WS-FIRECALL-STATUS.

           SELECT ESCALA-FILE ASSIGN TO "data/escalas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-EMPREGADO-ID
               FILE STATUS IS WS-ESCALA-STATUS.

           SELECT DESLIGAMENTO-FILE ASSIGN TO "data/desligamentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-EM-ID
               FILE STATUS IS WS-DESLIGAMENTO-STATUS.

           SELECT SESSAO-CAIXA-FILE ASSIGN TO
                   "data/sessoes_caixa.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-CHAVE
               FILE STATUS IS WS-SESSAO-CX-STATUS.

           SELECT SESSAO-ATIVA-FILE ASSIGN TO
                   "data/sessoes_ativas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-USER
               FILE STATUS IS WS-SESSAO-AT-STATUS.

           SELECT MUDANCA-FILE ASSIGN TO
                   "data/mudancas_pendentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-ID
               FILE STATUS IS WS-MUDANCA-STATUS.

           SELECT PROPOSTO-FILE ASSIGN TO "data/plantao_proposto.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSTO-STATUS.

           SELECT PROPOSTO-ANT-FILE ASSIGN TO
                   "data/plantao_proposto.ant"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSTO-ANT-STATUS.

           SELECT DESLIGA-REPORT ASSIGN TO
                   "data/desligamentos_relatorio.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "JRNLSEL.CPY".

           COPY "SPOOLSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADO-FILE.
       COPY "EMPREC.CPY".

       FD  USER-FILE.
       COPY "USERREC.CPY".

       FD  FIRECALL-FILE.
       COPY "FIRECREC.CPY".

       FD  ESCALA-FILE.
       01  ESCALA-REC.
           05 ESC-EMPREGADO-ID PIC X(10).
           05 ESC-DESCANSO-1   PIC X(10).
           05 ESC-DESCANSO-2   PIC X(10).

       FD  DESLIGAMENTO-FILE.
       COPY "DESLGREC.CPY".

       FD  SESSAO-CAIXA-FILE.
       COPY "SESCXREC.CPY".

       FD  SESSAO-ATIVA-FILE.
       COPY "SESATREC.CPY".

       FD  MUDANCA-FILE.
       COPY "MUDAREC.CPY".

       FD  PROPOSTO-FILE.
       01  PROPOSTO-REC.
           05 PL-DATA           PIC 9(8).
           05 PL-DEPARTAMENTO   PIC X(10).
           05 PL-EMPREGADO-ID   PIC X(10).
           05 PL-MARCA          PIC X(3).

       FD  PROPOSTO-ANT-FILE.
       01  PROPOSTO-ANT-REC     PIC X(31).

       FD  DESLIGA-REPORT.
       01  REPORT-LINE          PIC X(132).

       COPY "JRNLFD.CPY".

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
           COPY "JRNLWS.CPY".
           COPY "AUDITWS.CPY".
       01 WS-EMPREGADO-STATUS   PIC XX.
       01 WS-USER-STATUS        PIC XX.
       01 WS-FIRECALL-STATUS    PIC XX.
       01 WS-ESCALA-STATUS      PIC XX.
       01 WS-DESLIGAMENTO-STATUS PIC XX.
       01 WS-SESSAO-CX-STATUS   PIC XX.
       01 WS-SESSAO-AT-STATUS   PIC XX.
       01 WS-MUDANCA-STATUS     PIC XX.
       01 WS-PROPOSTO-STATUS    PIC XX.
       01 WS-PROPOSTO-ANT-STATUS PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-HOJE               PIC 9(8).
       01 WS-EOF                PIC X(1).
           88 FIM-ARQUIVO           VALUE "S".
       01 WS-FIRECALL-ABERTO    PIC X(1).
           88 FIRECALL-ABERTO       VALUE "S".
       01 WS-ESCALA-ABERTA      PIC X(1).
           88 ESCALA-ABERTA         VALUE "S".
      *    Logins do diretorio com a matricula vinculada; WS-VN-DESLIG
      *    marca os logins dos desligados desta noite (as passadas de
      *    sessoes e mudancas procuram por eles).
       01 WS-VINCULO-TABELA.
           05 WS-VN-ITEM OCCURS 2000 TIMES.
               10 WS-VN-USER         PIC X(10).
               10 WS-VN-EM-ID        PIC X(10).
               10 WS-VN-BLOQUEADO    PIC X(1).
               10 WS-VN-EMPREGADO-OK PIC X(1).
               10 WS-VN-DESLIG       PIC X(1).
       01 WS-VN-QTD             PIC 9(4) VALUE 0.
       01 WS-VN-IDX             PIC 9(4).
      *    Desligamentos que chegaram e ainda nao foram tratados.
       01 WS-DESLIGADO-TABELA.
           05 WS-DS-ITEM OCCURS 500 TIMES.
               10 WS-DS-EM-ID        PIC X(10).
               10 WS-DS-NOME         PIC X(20).
               10 WS-DS-DATA         PIC 9(8).
               10 WS-DS-LOGINS       PIC 9(3).
               10 WS-DS-PENDENCIAS   PIC 9(4).
       01 WS-DS-QTD             PIC 9(3) VALUE 0.
       01 WS-DS-IDX             PIC 9(3).
       01 WS-ACHOU              PIC X(1).
           88 ACHOU                 VALUE "S".
       01 WS-MARCA-LOGIN        PIC X(1).
       01 WS-QTD-EMPREGADOS     PIC 9(6) VALUE 0.
       01 WS-QTD-BLOQUEADOS     PIC 9(6) VALUE 0.
       01 WS-QTD-FIRECALL       PIC 9(6) VALUE 0.
       01 WS-QTD-ESCALAS        PIC 9(6) VALUE 0.
       01 WS-QTD-PLANTOES       PIC 9(6) VALUE 0.
       01 WS-QTD-PENDENCIAS     PIC 9(6) VALUE 0.
       01 WS-QTD-SEM-VINCULO    PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO
           MOVE WS-HOJE TO WS-AUDIT-DATA-NEG

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           OPEN OUTPUT DESLIGA-REPORT
           MOVE "desligamentos_relatorio.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Relatorio de desligamentos (RH e seguranca) em "
                      DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM CARREGAR-VINCULOS
           PERFORM APURAR-DESLIGADOS

           IF WS-DS-QTD = 0
               MOVE "Nenhum desligamento novo a tratar." TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM TRATAR-DESLIGADOS
               PERFORM RETIRAR-DO-PLANTAO
               PERFORM LISTAR-PENDENCIAS
               PERFORM ANOTAR-DESLIGAMENTOS
           END-IF
           CLOSE DESLIGAMENTO-FILE

           PERFORM LISTAR-SEM-VINCULO

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Desligados: " DELIMITED BY SIZE
                  WS-DS-QTD DELIMITED BY SIZE
                  "  Logins bloqueados: " DELIMITED BY SIZE
                  WS-QTD-BLOQUEADOS DELIMITED BY SIZE
                  "  Firecall encerrados: " DELIMITED BY SIZE
                  WS-QTD-FIRECALL DELIMITED BY SIZE
                  "  Escalas removidas: " DELIMITED BY SIZE
                  WS-QTD-ESCALAS DELIMITED BY SIZE
                  "  Plantoes retirados: " DELIMITED BY SIZE
                  WS-QTD-PLANTOES DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Pendencias manuais: " DELIMITED BY SIZE
                  WS-QTD-PENDENCIAS DELIMITED BY SIZE
                  "  Logins sem vinculo: " DELIMITED BY SIZE
                  WS-QTD-SEM-VINCULO DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Visto RH: ______________________   Visto seguranca: "
               TO REPORT-LINE
           MOVE "______________________" TO REPORT-LINE(54:22)
           WRITE REPORT-LINE

           CLOSE DESLIGA-REPORT

           MOVE "data/desligamentos_relatorio.txt"
               TO WS-SPOOL-ORIG-NOME
           PERFORM REGISTRAR-SPOOL

           DISPLAY "Desligamentos: " WS-DS-QTD " tratados, "
                   WS-QTD-BLOQUEADOS " logins bloqueados, "
                   WS-QTD-PENDENCIAS " pendencias."

           IF WS-QTD-PENDENCIAS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-EMPREGADOS TO CT-LIDOS
           MOVE WS-QTD-BLOQUEADOS TO CT-GRAVADOS
           MOVE 0 TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-DS-QTD TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-EMPREGADOS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

       CARREGAR-VINCULOS.
           OPEN INPUT USER-FILE
           MOVE "usuarios.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-USER-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE "N" TO WS-EOF
           PERFORM UNTIL FIM-ARQUIVO
               READ USER-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF WS-VN-QTD < 2000
                           ADD 1 TO WS-VN-QTD
                           MOVE US-USER-ID TO WS-VN-USER(WS-VN-QTD)
                           MOVE US-EM-ID TO WS-VN-EM-ID(WS-VN-QTD)
                           MOVE US-BLOQUEADO
                               TO WS-VN-BLOQUEADO(WS-VN-QTD)
                           MOVE "N" TO WS-VN-EMPREGADO-OK(WS-VN-QTD)
                           MOVE "N" TO WS-VN-DESLIG(WS-VN-QTD)
                       ELSE
                           DISPLAY "Tabela de logins cheia - "
                                   US-USER-ID " fora da apuracao."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

      *    Desligamento com data ate hoje e ainda nao anotado no
      *    controle (ou anotado com outra data: nova saida).
       APURAR-DESLIGADOS.
           OPEN I-O DESLIGAMENTO-FILE
           IF WS-DESLIGAMENTO-STATUS = "35"
               OPEN OUTPUT DESLIGAMENTO-FILE
               CLOSE DESLIGAMENTO-FILE
               OPEN I-O DESLIGAMENTO-FILE
           END-IF
           MOVE "desligamentos.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-DESLIGAMENTO-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           OPEN INPUT EMPREGADO-FILE
           MOVE "empregados.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-EMPREGADO-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE "N" TO WS-EOF
           PERFORM UNTIL FIM-ARQUIVO
               READ EMPREGADO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-EMPREGADOS
                       PERFORM CONFERIR-VINCULOS-EMPREGADO
                       IF EM-DESLIGAMENTO NOT = 0
                           AND EM-DESLIGAMENTO <= WS-HOJE
                           PERFORM VERIFICAR-JA-TRATADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPREGADO-FILE.

      *    Marca os logins cuja matricula existe no cadastro; os que
      *    sobrarem sao vinculo invalido.
       CONFERIR-VINCULOS-EMPREGADO.
           PERFORM VARYING WS-VN-IDX FROM 1 BY 1
                   UNTIL WS-VN-IDX > WS-VN-QTD
               IF WS-VN-EM-ID(WS-VN-IDX) = EM-ID
                   MOVE "S" TO WS-VN-EMPREGADO-OK(WS-VN-IDX)
               END-IF
           END-PERFORM.

       VERIFICAR-JA-TRATADO.
           MOVE EM-ID TO DL-EM-ID
           MOVE "N" TO WS-ACHOU
           READ DESLIGAMENTO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DL-DATA-DESLIG = EM-DESLIGAMENTO
                       MOVE "S" TO WS-ACHOU
                   END-IF
           END-READ
           IF NOT ACHOU
               IF WS-DS-QTD < 500
                   ADD 1 TO WS-DS-QTD
                   MOVE EM-ID TO WS-DS-EM-ID(WS-DS-QTD)
                   MOVE EM-NOME TO WS-DS-NOME(WS-DS-QTD)
                   MOVE EM-DESLIGAMENTO TO WS-DS-DATA(WS-DS-QTD)
                   MOVE 0 TO WS-DS-LOGINS(WS-DS-QTD)
                   MOVE 0 TO WS-DS-PENDENCIAS(WS-DS-QTD)
               ELSE
                   DISPLAY "Tabela de desligados cheia - " EM-ID
                           " fica para a proxima noite."
               END-IF
           END-IF.

       TRATAR-DESLIGADOS.
           OPEN I-O USER-FILE
           MOVE "usuarios.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-USER-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE "N" TO WS-FIRECALL-ABERTO
           OPEN I-O FIRECALL-FILE
           IF WS-FIRECALL-STATUS = "00"
               MOVE "S" TO WS-FIRECALL-ABERTO
           END-IF
           MOVE "N" TO WS-ESCALA-ABERTA
           OPEN I-O ESCALA-FILE
           IF WS-ESCALA-STATUS = "00"
               MOVE "S" TO WS-ESCALA-ABERTA
           END-IF

           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-QTD
               PERFORM TRATAR-UM-DESLIGADO
           END-PERFORM

           CLOSE USER-FILE
           IF FIRECALL-ABERTO
               CLOSE FIRECALL-FILE
           END-IF
           IF ESCALA-ABERTA
               CLOSE ESCALA-FILE
           END-IF.

       TRATAR-UM-DESLIGADO.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EMPREGADO " DELIMITED BY SIZE
                  WS-DS-EM-ID(WS-DS-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DS-NOME(WS-DS-IDX) DELIMITED BY SIZE
                  " desligado em " DELIMITED BY SIZE
                  WS-DS-DATA(WS-DS-IDX) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING WS-VN-IDX FROM 1 BY 1
                   UNTIL WS-VN-IDX > WS-VN-QTD
               IF WS-VN-EM-ID(WS-VN-IDX) = WS-DS-EM-ID(WS-DS-IDX)
                   MOVE "S" TO WS-VN-DESLIG(WS-VN-IDX)
                   ADD 1 TO WS-DS-LOGINS(WS-DS-IDX)
                   PERFORM BLOQUEAR-LOGIN
               END-IF
           END-PERFORM

           IF WS-DS-LOGINS(WS-DS-IDX) = 0
               MOVE "  nenhum login vinculado a matricula"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           IF ESCALA-ABERTA
               PERFORM REMOVER-ESCALA
           END-IF.

      *    Bloqueio do login e fim da elevacao de firecall (o perfil
      *    volta ao base, como na revogacao por vencimento).
       BLOQUEAR-LOGIN.
           MOVE WS-VN-USER(WS-VN-IDX) TO US-USER-ID
           READ USER-FILE
               INVALID KEY
                   MOVE SPACES TO REPORT-LINE
                   STRING "  login " DELIMITED BY SIZE
                          WS-VN-USER(WS-VN-IDX) DELIMITED BY SIZE
                          " nao encontrado no diretorio"
                              DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   END-WRITE
               NOT INVALID KEY
                   MOVE USER-REC TO WS-JR-ANTES
                   PERFORM ENCERRAR-FIRECALL
                   MOVE SPACES TO REPORT-LINE
                   IF US-BLOQUEADO = "S"
                       STRING "  login " DELIMITED BY SIZE
                              US-USER-ID DELIMITED BY SIZE
                              " ja estava bloqueado" DELIMITED BY SIZE
                              INTO REPORT-LINE
                       END-STRING
                   ELSE
                       MOVE "S" TO US-BLOQUEADO
                       ADD 1 TO WS-QTD-BLOQUEADOS
                       STRING "  login " DELIMITED BY SIZE
                              US-USER-ID DELIMITED BY SIZE
                              " BLOQUEADO (perfil " DELIMITED BY SIZE
                              US-PERFIL DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO REPORT-LINE
                       END-STRING
                   END-IF
                   WRITE REPORT-LINE
                   IF USER-REC NOT = WS-JR-ANTES
                       REWRITE USER-REC
                       MOVE "R" TO WS-JR-OPERACAO
                       MOVE USER-REC TO WS-JR-DEPOIS
                       PERFORM GRAVAR-JORNAL-USUARIOS
                       MOVE SPACES TO WS-AUDIT-ENTRADA
                       STRING "USUARIO=" DELIMITED BY SIZE
                              FUNCTION TRIM(US-USER-ID)
                                  DELIMITED BY SIZE
                              " EM-ID=" DELIMITED BY SIZE
                              FUNCTION TRIM(US-EM-ID)
                                  DELIMITED BY SIZE
                              INTO WS-AUDIT-ENTRADA
                       END-STRING
                       MOVE SPACES TO WS-AUDIT-SAIDA
                       STRING "bloqueado desligamento "
                                  DELIMITED BY SIZE
                              WS-DS-DATA(WS-DS-IDX) DELIMITED BY SIZE
                              INTO WS-AUDIT-SAIDA
                       END-STRING
                       PERFORM REGISTRAR-AUDITORIA
                   END-IF
           END-READ.

       ENCERRAR-FIRECALL.
           IF FIRECALL-ABERTO
               MOVE US-USER-ID TO FC-USER
               READ FIRECALL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FC-SITUACAO = "A"
                           MOVE FC-PERFIL-BASE TO US-PERFIL
                           MOVE "R" TO FC-SITUACAO
                           REWRITE FIRECALL-REC
                           ADD 1 TO WS-QTD-FIRECALL
                           MOVE SPACES TO REPORT-LINE
                           STRING "  firecall de " DELIMITED BY SIZE
                                  FC-USER DELIMITED BY SIZE
                                  " encerrado (perfil elevado "
                                      DELIMITED BY SIZE
                                  FC-PERFIL-ELEVADO DELIMITED BY SIZE
                                  ", vencia em " DELIMITED BY SIZE
                                  FC-DATA-FIM DELIMITED BY SIZE
                                  ")" DELIMITED BY SIZE
                                  INTO REPORT-LINE
                           END-STRING
                           WRITE REPORT-LINE
                       END-IF
               END-READ
           END-IF.

       REMOVER-ESCALA.
           MOVE WS-DS-EM-ID(WS-DS-IDX) TO ESC-EMPREGADO-ID
           READ ESCALA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ESCALA-REC TO WS-JR-ANTES
                   DELETE ESCALA-FILE RECORD
                   MOVE "D" TO WS-JR-OPERACAO
                   MOVE SPACES TO WS-JR-DEPOIS
                   PERFORM GRAVAR-JORNAL-ESCALAS
                   ADD 1 TO WS-QTD-ESCALAS
                   MOVE SPACES TO REPORT-LINE
                   STRING "  escala de folgas removida ("
                              DELIMITED BY SIZE
                          FUNCTION TRIM(ESC-DESCANSO-1)
                              DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          FUNCTION TRIM(ESC-DESCANSO-2)
                              DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
           END-READ.

      *    A proposta de plantao e sequencial: copia para o .ant e
      *    regrava, trocando o desligado por "(SEM COB.)" nos dias a
      *    partir do desligamento.
       RETIRAR-DO-PLANTAO.
           OPEN INPUT PROPOSTO-FILE
           IF WS-PROPOSTO-STATUS = "00"
               OPEN OUTPUT PROPOSTO-ANT-FILE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL FIM-ARQUIVO
                   READ PROPOSTO-FILE
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE PROPOSTO-REC TO PROPOSTO-ANT-REC
                           WRITE PROPOSTO-ANT-REC
                   END-READ
               END-PERFORM
               CLOSE PROPOSTO-FILE
               CLOSE PROPOSTO-ANT-FILE

               OPEN INPUT PROPOSTO-ANT-FILE
               OPEN OUTPUT PROPOSTO-FILE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL FIM-ARQUIVO
                   READ PROPOSTO-ANT-FILE
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE PROPOSTO-ANT-REC TO PROPOSTO-REC
                           PERFORM CONFERIR-PLANTAO
                           WRITE PROPOSTO-REC
                   END-READ
               END-PERFORM
               CLOSE PROPOSTO-ANT-FILE
               CLOSE PROPOSTO-FILE
           END-IF.

       CONFERIR-PLANTAO.
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-QTD
               IF PL-EMPREGADO-ID = WS-DS-EM-ID(WS-DS-IDX)
                   AND PL-DATA >= WS-DS-DATA(WS-DS-IDX)
                   MOVE SPACES TO REPORT-LINE
                   STRING "PLANTAO " DELIMITED BY SIZE
                          PL-DATA DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PL-DEPARTAMENTO DELIMITED BY SIZE
                          " retirado de " DELIMITED BY SIZE
                          PL-EMPREGADO-ID DELIMITED BY SIZE
                          " - dia sem cobertura" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   MOVE "(SEM COB.)" TO PL-EMPREGADO-ID
                   ADD 1 TO WS-QTD-PLANTOES
               END-IF
           END-PERFORM.

      *    O que o passo nao pode resolver sozinho: sessao de caixa
      *    aberta (numerario a conferir), sessao de terminal ativa e
      *    mudanca de dupla custodia pedida pelo desligado.
       LISTAR-PENDENCIAS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PENDENCIAS PARA TRATAMENTO MANUAL" TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT SESSAO-CAIXA-FILE
           IF WS-SESSAO-CX-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL FIM-ARQUIVO
                   READ SESSAO-CAIXA-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF SX-SITUACAO = "A"
                               MOVE SX-OPERADOR TO US-USER-ID
                               PERFORM PROCURAR-LOGIN-DESLIGADO
                               IF ACHOU
                                   PERFORM LISTAR-SESSAO-CAIXA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESSAO-CAIXA-FILE
           END-IF

           OPEN INPUT SESSAO-ATIVA-FILE
           IF WS-SESSAO-AT-STATUS = "00"
               PERFORM VARYING WS-VN-IDX FROM 1 BY 1
                       UNTIL WS-VN-IDX > WS-VN-QTD
                   IF WS-VN-DESLIG(WS-VN-IDX) = "S"
                       PERFORM VERIFICAR-SESSAO-TERMINAL
                   END-IF
               END-PERFORM
               CLOSE SESSAO-ATIVA-FILE
           END-IF

           OPEN INPUT MUDANCA-FILE
           IF WS-MUDANCA-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL FIM-ARQUIVO
                   READ MUDANCA-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF MD-SITUACAO = "P"
                               MOVE MD-SOLICITANTE TO US-USER-ID
                               PERFORM PROCURAR-LOGIN-DESLIGADO
                               IF ACHOU
                                   PERFORM LISTAR-MUDANCA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MUDANCA-FILE
           END-IF

           IF WS-QTD-PENDENCIAS = 0
               MOVE "  nenhuma" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    Procura US-USER-ID entre os logins dos desligados desta
      *    noite; achando, WS-DS-IDX aponta o desligado.
       PROCURAR-LOGIN-DESLIGADO.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-VN-IDX FROM 1 BY 1
                   UNTIL WS-VN-IDX > WS-VN-QTD OR ACHOU
               IF WS-VN-USER(WS-VN-IDX) = US-USER-ID
                   AND WS-VN-DESLIG(WS-VN-IDX) = "S"
                   MOVE "S" TO WS-ACHOU
                   PERFORM ACHAR-DESLIGADO-DO-LOGIN
               END-IF
           END-PERFORM.

       ACHAR-DESLIGADO-DO-LOGIN.
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-QTD
                   OR WS-DS-EM-ID(WS-DS-IDX) = WS-VN-EM-ID(WS-VN-IDX)
               CONTINUE
           END-PERFORM
           IF WS-DS-IDX <= WS-DS-QTD
               ADD 1 TO WS-DS-PENDENCIAS(WS-DS-IDX)
           END-IF
           ADD 1 TO WS-QTD-PENDENCIAS.

       LISTAR-SESSAO-CAIXA.
           MOVE SPACES TO REPORT-LINE
           STRING "  SESSAO DE CAIXA aberta: operador "
                      DELIMITED BY SIZE
                  SX-OPERADOR DELIMITED BY SIZE
                  " data " DELIMITED BY SIZE
                  SX-DATA DELIMITED BY SIZE
                  " terminal " DELIMITED BY SIZE
                  SX-TERMINAL DELIMITED BY SIZE
                  " - fechar e conferir numerario" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       VERIFICAR-SESSAO-TERMINAL.
           MOVE WS-VN-USER(WS-VN-IDX) TO SA-USER
           READ SESSAO-ATIVA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SA-SITUACAO = "A"
                       PERFORM ACHAR-DESLIGADO-DO-LOGIN
                       MOVE SPACES TO REPORT-LINE
                       STRING "  SESSAO DE TERMINAL ativa: "
                                  DELIMITED BY SIZE
                              SA-USER DELIMITED BY SIZE
                              " terminal " DELIMITED BY SIZE
                              SA-TERMINAL DELIMITED BY SIZE
                              " desde " DELIMITED BY SIZE
                              SA-DATA-LOGIN DELIMITED BY SIZE
                              INTO REPORT-LINE
                       END-STRING
                       WRITE REPORT-LINE
                   END-IF
           END-READ.

       LISTAR-MUDANCA.
           MOVE SPACES TO REPORT-LINE
           STRING "  MUDANCA PENDENTE " DELIMITED BY SIZE
                  MD-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MD-ARQUIVO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  MD-OPERACAO DELIMITED BY SIZE
                  " chave " DELIMITED BY SIZE
                  MD-CHAVE DELIMITED BY SIZE
                  " pedida por " DELIMITED BY SIZE
                  MD-SOLICITANTE DELIMITED BY SIZE
                  " em " DELIMITED BY SIZE
                  MD-DATA-SOLIC DELIMITED BY SIZE
                  " - aprovar ou rejeitar" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       ANOTAR-DESLIGAMENTOS.
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-QTD
               MOVE WS-DS-EM-ID(WS-DS-IDX) TO DL-EM-ID
               READ DESLIGAMENTO-FILE
                   INVALID KEY
                       MOVE "N" TO WS-ACHOU
                   NOT INVALID KEY
                       MOVE "S" TO WS-ACHOU
               END-READ
               MOVE WS-DS-EM-ID(WS-DS-IDX) TO DL-EM-ID
               MOVE WS-DS-DATA(WS-DS-IDX) TO DL-DATA-DESLIG
               MOVE WS-HOJE TO DL-DATA-PROC
               MOVE WS-DS-LOGINS(WS-DS-IDX) TO DL-QTD-LOGINS
               MOVE WS-DS-PENDENCIAS(WS-DS-IDX) TO DL-PENDENCIAS
               IF ACHOU
                   REWRITE DESLIGAMENTO-REC
               ELSE
                   WRITE DESLIGAMENTO-REC
               END-IF
           END-PERFORM.

      *    Login ativo sem matricula (ou com matricula que nao esta
      *    no cadastro) escapa do bloqueio automatico: sai no
      *    relatorio toda noite ate ser vinculado em AdminUsuarios.
       LISTAR-SEM-VINCULO.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LOGINS ATIVOS SEM VINCULO COM EMPREGADO" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-VN-IDX FROM 1 BY 1
                   UNTIL WS-VN-IDX > WS-VN-QTD
               IF WS-VN-BLOQUEADO(WS-VN-IDX) NOT = "S"
                   AND WS-VN-DESLIG(WS-VN-IDX) NOT = "S"
                   IF WS-VN-EM-ID(WS-VN-IDX) = SPACES
                       ADD 1 TO WS-QTD-SEM-VINCULO
                       MOVE SPACES TO REPORT-LINE
                       STRING "  " DELIMITED BY SIZE
                              WS-VN-USER(WS-VN-IDX) DELIMITED BY SIZE
                              " sem matricula (conta de servico?)"
                                  DELIMITED BY SIZE
                              INTO REPORT-LINE
                       END-STRING
                       WRITE REPORT-LINE
                   ELSE
                       IF WS-VN-EMPREGADO-OK(WS-VN-IDX) NOT = "S"
                           ADD 1 TO WS-QTD-SEM-VINCULO
                           MOVE SPACES TO REPORT-LINE
                           STRING "  " DELIMITED BY SIZE
                                  WS-VN-USER(WS-VN-IDX)
                                      DELIMITED BY SIZE
                                  " matricula " DELIMITED BY SIZE
                                  WS-VN-EM-ID(WS-VN-IDX)
                                      DELIMITED BY SIZE
                                  " fora do cadastro de empregados"
                                      DELIMITED BY SIZE
                                  INTO REPORT-LINE
                           END-STRING
                           WRITE REPORT-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-QTD-SEM-VINCULO = 0
               MOVE "  nenhum" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           COPY "JRNLGRAV.CPY" REPLACING
               ROTINA-NOME BY GRAVAR-JORNAL-USUARIOS
               MESTRE-NOME BY "usuarios".

           COPY "JRNLGRAV.CPY" REPLACING
               ROTINA-NOME BY GRAVAR-JORNAL-ESCALAS
               MESTRE-NOME BY "escalas".

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "DesligarUsuarios"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "DesligarUsuarios".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "DesligarUsuarios".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "DesligarUsuarios".

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "DesligarUsuarios".
