       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecertificarAcessos.

      *    Recertificacao periodica de acessos: o diretorio de
      *    usuarios e a matriz de permissoes so cresciam - ninguem
      *    confirmava se quem tem acesso ainda precisa dele.
      *    Uma vez por trimestre o passo abre a campanha em
      *    data/recertificacao.dat (RECRTREC.CPY): uma linha com o
      *    perfil e o ultimo login de cada usuario e uma linha por
      *    permissao individual concedida a ele, cada uma entregue ao
      *    gestor do departamento do usuario. O departamento vem do
      *    cadastro de empregados (matricula US-EM-ID do login; sem
      *    vinculo, EM-ID = US-USER-ID) e o gestor da
      *    tabela data/gestores_departamento.dat (departamento +
      *    gestor, uma linha por departamento; departamento "*" e o
      *    gestor padrao, para quem nao tem departamento ou gestor -
      *    sem ele, "admin"). Ninguem recertifica o proprio acesso:
      *    a linha do gestor vai para o gestor padrao e a do gestor
      *    padrao para qualquer outro administrador ("*ADMIN").
      *    O gestor certifica ou revoga cada linha em
      *    ManterRecertificacao ate o prazo (PM-DIAS-PRAZO dias
      *    corridos depois da abertura, em
      *    data/recertificacao_parm.dat; sem o arquivo, 30). Toda
      *    noite o passo revoga a linha ainda pendente com o prazo
      *    vencido - perfil: usuario bloqueado; permissao: linha do
      *    usuario na matriz passa a negada - e registra cada
      *    revogacao na trilha de auditoria. O relatorio
      *    data/recertificacao_campanha.txt (spool) traz as
      *    revogacoes automaticas da noite e a campanha corrente por
      *    gestor, com a situacao de cada linha.
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

           SELECT EMPREGADO-FILE ASSIGN TO "data/empregados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EMPREGADO-STATUS.

           COPY "PERMSEL.CPY".

           SELECT GESTOR-FILE ASSIGN TO
                   "data/gestores_departamento.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GESTOR-STATUS.

           SELECT RECERT-PARM-FILE ASSIGN TO
                   "data/recertificacao_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERT-PARM-STATUS.

           SELECT RECERT-REPORT ASSIGN TO
                   "data/recertificacao_campanha.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "data/recertificacao_sort.tmp".

           COPY "SPOOLSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  RECERT-FILE.
       COPY "RECRTREC.CPY".

       FD  USER-FILE.
       COPY "USERREC.CPY".

       FD  EMPREGADO-FILE.
       COPY "EMPREC.CPY".

       COPY "PERMFD.CPY".

      *    Gestor de cada departamento ("*" = gestor padrao).
       FD  GESTOR-FILE.
       01  GESTOR-REC.
           05 GD-DEPARTAMENTO   PIC X(10).
           05 GD-GESTOR         PIC X(10).

      *    Prazo da campanha (ver o cabecalho do programa).
       FD  RECERT-PARM-FILE.
       01  RECERT-PARM-REC.
           05 PM-DIAS-PRAZO     PIC 9(3).

       FD  RECERT-REPORT.
       01  REPORT-LINE          PIC X(132).

       SD  SORT-WORK.
       01  SORT-REC.
           05 SR-GESTOR         PIC X(10).
           05 SR-USUARIO        PIC X(10).
           05 SR-PROGRAMA       PIC X(20).
           05 SR-TIPO           PIC X(1).
           05 SR-DEPARTAMENTO   PIC X(10).
           05 SR-PERFIL         PIC X(1).
           05 SR-ACOES          PIC X(10).
           05 SR-ULTIMO-LOGIN   PIC 9(8).
           05 SR-SITUACAO       PIC X(1).
           05 SR-DATA-DECISAO   PIC 9(8).

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
       01 WS-RECERT-STATUS    PIC XX.
       01 WS-USER-STATUS      PIC XX.
       01 WS-EMPREGADO-STATUS PIC XX.
       01 WS-PERMISSAO-STATUS PIC XX.
       01 WS-GESTOR-STATUS    PIC XX.
       01 WS-RECERT-PARM-STATUS PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-EOF-ARQUIVO      PIC X(1).
           88 FIM-ARQUIVO         VALUE "S".
       01 WS-EOF-USUARIO      PIC X(1).
           88 FIM-USUARIOS        VALUE "S".
       01 WS-EOF-PERMISSAO    PIC X(1).
           88 FIM-PERMISSOES      VALUE "S".
       01 WS-FIM-SORT         PIC X(1) VALUE "N".
           88 FIM-SORT            VALUE "S".
       01 WS-HOJE             PIC 9(8).

      *    Campanha do trimestre da data de negocio (AAAAT).
       01 WS-CAMPANHA         PIC 9(5).
       01 WS-ANO              PIC 9(4).
       01 WS-MES              PIC 9(2).
       01 WS-TRIMESTRE        PIC 9(1).
       01 WS-CAMPANHA-EXISTE  PIC X(1).
           88 CAMPANHA-ABERTA     VALUE "S".
       01 WS-PRAZO-DIAS       PIC 9(3) VALUE 30.
       01 WS-PRAZO            PIC 9(8).

      *    Tabela de gestores por departamento.
       01 WS-TABELA-GESTORES.
           05 WS-GT-ITEM OCCURS 200 TIMES.
               10 WS-GT-DEPARTAMENTO PIC X(10).
               10 WS-GT-GESTOR   PIC X(10).
       01 WS-QTD-GESTORES     PIC 9(3) VALUE 0.
       01 WS-IDX-GT           PIC 9(3).
       01 WS-GESTOR-PADRAO    PIC X(10) VALUE "admin".
       01 WS-GESTOR           PIC X(10).
       01 WS-DEPARTAMENTO     PIC X(10).

       01 WS-GESTOR-CORRENTE  PIC X(10).
       01 WS-SITUACAO-TEXTO   PIC X(20).
       01 WS-QTD-LIDAS        PIC 9(8) VALUE 0.
       01 WS-QTD-ABERTAS      PIC 9(8) VALUE 0.
       01 WS-QTD-REVOGADAS    PIC 9(8) VALUE 0.
       01 WS-QTD-PENDENTES    PIC 9(8) VALUE 0.
       01 WS-QTD-CERTIFICADAS PIC 9(8) VALUE 0.
       01 WS-QTD-REVOGADAS-GESTOR PIC 9(8) VALUE 0.
       01 WS-QTD-LINHAS-CAMPANHA PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO
           MOVE WS-HOJE TO WS-AUDIT-DATA-NEG

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           PERFORM CARREGAR-PARAMETROS

           MOVE WS-HOJE(1:4) TO WS-ANO
           MOVE WS-HOJE(5:2) TO WS-MES
           COMPUTE WS-TRIMESTRE = (WS-MES - 1) / 3 + 1
           COMPUTE WS-CAMPANHA = WS-ANO * 10 + WS-TRIMESTRE

           OPEN I-O RECERT-FILE
           IF WS-RECERT-STATUS = "35"
               OPEN OUTPUT RECERT-FILE
               CLOSE RECERT-FILE
               OPEN I-O RECERT-FILE
           END-IF
           MOVE "recertificacao.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN I-O" TO WS-ERR-OPERACAO
           MOVE WS-RECERT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           OPEN I-O USER-FILE
           MOVE "usuarios.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN I-O" TO WS-ERR-OPERACAO
           MOVE WS-USER-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

      *    Sem a matriz de permissoes nao ha concessao individual a
      *    recertificar; so as linhas de perfil entram.
           OPEN I-O PERMISSAO-FILE

           OPEN OUTPUT RECERT-REPORT
           MOVE "recertificacao_campanha.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Recertificacao de acessos em " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " - campanha " DELIMITED BY SIZE
                  WS-CAMPANHA DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

      *    Primeiro as revogacoes do prazo vencido, para que uma
      *    campanha aberta hoje ja nasca sem o acesso revogado.
           MOVE "Revogadas automaticamente (prazo vencido):"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM REVOGAR-VENCIDAS

           PERFORM VERIFICAR-CAMPANHA
           IF NOT CAMPANHA-ABERTA
               PERFORM CARREGAR-GESTORES
               PERFORM ABRIR-CAMPANHA
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Campanha " DELIMITED BY SIZE
                  WS-CAMPANHA DELIMITED BY SIZE
                  " por gestor:" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           SORT SORT-WORK
               ON ASCENDING KEY SR-GESTOR SR-USUARIO SR-PROGRAMA
               INPUT PROCEDURE IS SELECIONAR-CAMPANHA
               OUTPUT PROCEDURE IS IMPRIMIR-CAMPANHA

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Linhas da campanha: " DELIMITED BY SIZE
                  WS-QTD-LINHAS-CAMPANHA DELIMITED BY SIZE
                  "  Pendentes: " DELIMITED BY SIZE
                  WS-QTD-PENDENTES DELIMITED BY SIZE
                  "  Certificadas: " DELIMITED BY SIZE
                  WS-QTD-CERTIFICADAS DELIMITED BY SIZE
                  "  Revogadas: " DELIMITED BY SIZE
                  WS-QTD-REVOGADAS-GESTOR DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Abertas hoje: " DELIMITED BY SIZE
                  WS-QTD-ABERTAS DELIMITED BY SIZE
                  "  Revogadas automaticamente hoje: "
                      DELIMITED BY SIZE
                  WS-QTD-REVOGADAS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE RECERT-REPORT
           CLOSE RECERT-FILE
           CLOSE USER-FILE
           IF WS-PERMISSAO-STATUS = "00" OR WS-PERMISSAO-STATUS = "10"
               CLOSE PERMISSAO-FILE
           END-IF

           MOVE "data/recertificacao_campanha.txt"
               TO WS-SPOOL-ORIG-NOME
           PERFORM REGISTRAR-SPOOL

           DISPLAY "Recertificacao: campanha " WS-CAMPANHA
                   " abertas " WS-QTD-ABERTAS
                   " pendentes " WS-QTD-PENDENTES
                   " revogadas no prazo " WS-QTD-REVOGADAS

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-LIDAS TO CT-LIDOS
           MOVE WS-QTD-ABERTAS TO CT-GRAVADOS
           MOVE 0 TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-QTD-REVOGADAS TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-LIDAS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

       CARREGAR-PARAMETROS.
           OPEN INPUT RECERT-PARM-FILE
           IF WS-RECERT-PARM-STATUS NOT = "00"
               DISPLAY "Sem recertificacao_parm.dat - vale o prazo "
                       "padrao."
           ELSE
               READ RECERT-PARM-FILE
                   AT END
                       DISPLAY "Prazo da recertificacao vazio - "
                               "vale o padrao."
                   NOT AT END
                       IF PM-DIAS-PRAZO = 0
                           DISPLAY "Prazo da recertificacao "
                                   "invalido - vale o padrao."
                       ELSE
                           MOVE PM-DIAS-PRAZO TO WS-PRAZO-DIAS
                       END-IF
               END-READ
               CLOSE RECERT-PARM-FILE
           END-IF.

      *    Toda linha pendente de qualquer campanha com o prazo
      *    vencido e revogada: perfil bloqueia o usuario, permissao
      *    passa a negada na matriz.
       REVOGAR-VENCIDAS.
           MOVE "N" TO WS-EOF-ARQUIVO
           MOVE LOW-VALUES TO RX-CHAVE
           START RECERT-FILE KEY NOT < RX-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-ARQUIVO
           END-START

           PERFORM UNTIL FIM-ARQUIVO
               READ RECERT-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDAS
                       IF RX-SITUACAO = "P" AND RX-PRAZO < WS-HOJE
                           PERFORM REVOGAR-LINHA
                       END-IF
               END-READ
           END-PERFORM.

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

           MOVE "A" TO RX-SITUACAO
           MOVE WS-HOJE TO RX-DATA-DECISAO
           MOVE "LOTE" TO RX-DECIDIDO-POR
           REWRITE RECERTIFICACAO-REC
           ADD 1 TO WS-QTD-REVOGADAS

           MOVE SPACES TO REPORT-LINE
           IF RX-TIPO = "P"
               STRING "  " DELIMITED BY SIZE
                      RX-USUARIO DELIMITED BY SIZE
                      " perfil " DELIMITED BY SIZE
                      RX-PERFIL DELIMITED BY SIZE
                      " - usuario bloqueado (campanha "
                          DELIMITED BY SIZE
                      RX-CAMPANHA DELIMITED BY SIZE
                      ", gestor " DELIMITED BY SIZE
                      FUNCTION TRIM(RX-GESTOR) DELIMITED BY SIZE
                      ", prazo " DELIMITED BY SIZE
                      RX-PRAZO DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "  " DELIMITED BY SIZE
                      RX-USUARIO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RX-PROGRAMA DELIMITED BY SIZE
                      " - permissao negada (campanha "
                          DELIMITED BY SIZE
                      RX-CAMPANHA DELIMITED BY SIZE
                      ", gestor " DELIMITED BY SIZE
                      FUNCTION TRIM(RX-GESTOR) DELIMITED BY SIZE
                      ", prazo " DELIMITED BY SIZE
                      RX-PRAZO DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO WS-AUDIT-ENTRADA
           MOVE SPACES TO WS-AUDIT-SAIDA
           STRING "CAMPANHA=" DELIMITED BY SIZE
                  RX-CAMPANHA DELIMITED BY SIZE
                  " USUARIO=" DELIMITED BY SIZE
                  FUNCTION TRIM(RX-USUARIO) DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           IF RX-TIPO = "P"
               MOVE "REVOGADO NO PRAZO: PERFIL" TO WS-AUDIT-SAIDA
           ELSE
               STRING "REVOGADO NO PRAZO: " DELIMITED BY SIZE
                      FUNCTION TRIM(RX-PROGRAMA) DELIMITED BY SIZE
                      INTO WS-AUDIT-SAIDA
               END-STRING
           END-IF
           PERFORM REGISTRAR-AUDITORIA.

       VERIFICAR-CAMPANHA.
           MOVE "N" TO WS-CAMPANHA-EXISTE
           MOVE LOW-VALUES TO RX-CHAVE
           MOVE WS-CAMPANHA TO RX-CAMPANHA
           START RECERT-FILE KEY NOT < RX-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RECERT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RX-CAMPANHA = WS-CAMPANHA
                               MOVE "S" TO WS-CAMPANHA-EXISTE
                           END-IF
                   END-READ
           END-START.

       CARREGAR-GESTORES.
           OPEN INPUT GESTOR-FILE
           IF WS-GESTOR-STATUS NOT = "00"
               DISPLAY "Sem gestores_departamento.dat - toda a "
                       "campanha vai para o gestor padrao."
           ELSE
               MOVE "N" TO WS-EOF-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ GESTOR-FILE
                       AT END
                           MOVE "S" TO WS-EOF-ARQUIVO
                       NOT AT END
                           IF GD-DEPARTAMENTO = "*"
                                   AND GD-GESTOR NOT = SPACES
                               MOVE GD-GESTOR TO WS-GESTOR-PADRAO
                           ELSE
                               IF WS-QTD-GESTORES < 200
                                   ADD 1 TO WS-QTD-GESTORES
                                   MOVE GD-DEPARTAMENTO TO
                                       WS-GT-DEPARTAMENTO
                                           (WS-QTD-GESTORES)
                                   MOVE GD-GESTOR TO
                                       WS-GT-GESTOR(WS-QTD-GESTORES)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GESTOR-FILE
           END-IF.

      *    Uma linha de perfil por usuario e uma por permissao
      *    individual concedida, todas com o mesmo prazo.
       ABRIR-CAMPANHA.
           COMPUTE WS-PRAZO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + WS-PRAZO-DIAS)

           OPEN INPUT EMPREGADO-FILE

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
                       PERFORM ABRIR-LINHAS-USUARIO
               END-READ
           END-PERFORM

           IF WS-EMPREGADO-STATUS = "00" OR WS-EMPREGADO-STATUS = "10"
               CLOSE EMPREGADO-FILE
           END-IF.

       ABRIR-LINHAS-USUARIO.
           PERFORM DEFINIR-GESTOR

           MOVE SPACES TO RECERTIFICACAO-REC
           MOVE WS-CAMPANHA TO RX-CAMPANHA
           MOVE US-USER-ID TO RX-USUARIO
           MOVE SPACES TO RX-PROGRAMA
           MOVE "P" TO RX-TIPO
           MOVE WS-GESTOR TO RX-GESTOR
           MOVE WS-DEPARTAMENTO TO RX-DEPARTAMENTO
           MOVE US-PERFIL TO RX-PERFIL
           MOVE US-ULTIMO-LOGIN TO RX-ULTIMO-LOGIN
           MOVE WS-HOJE TO RX-DATA-ABERTURA
           MOVE WS-PRAZO TO RX-PRAZO
           MOVE "P" TO RX-SITUACAO
           MOVE 0 TO RX-DATA-DECISAO
           WRITE RECERTIFICACAO-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ABERTAS
           END-WRITE

           IF WS-PERMISSAO-STATUS = "00"
               MOVE "N" TO WS-EOF-PERMISSAO
               MOVE US-USER-ID TO PE-SUJEITO
               MOVE LOW-VALUES TO PE-PROGRAMA
               START PERMISSAO-FILE KEY NOT < PE-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF-PERMISSAO
               END-START
               PERFORM UNTIL FIM-PERMISSOES
                   READ PERMISSAO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-PERMISSAO
                       NOT AT END
                           IF PE-SUJEITO NOT = US-USER-ID
                               MOVE "S" TO WS-EOF-PERMISSAO
                           ELSE
                               IF PE-PERMITIDO = "S"
                                   PERFORM ABRIR-LINHA-PERMISSAO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ABRIR-LINHA-PERMISSAO.
           MOVE PE-PROGRAMA TO RX-PROGRAMA
           MOVE "G" TO RX-TIPO
           MOVE PE-ACOES TO RX-ACOES
           WRITE RECERTIFICACAO-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ABERTAS
           END-WRITE.

      *    Departamento pelo cadastro de empregados, gestor pela
      *    tabela; o gestor nunca recebe a propria linha.
       DEFINIR-GESTOR.
           MOVE SPACES TO WS-DEPARTAMENTO
           MOVE SPACES TO WS-GESTOR
           IF WS-EMPREGADO-STATUS = "00"
               MOVE US-USER-ID TO EM-ID
               IF US-EM-ID NOT = SPACES
                   MOVE US-EM-ID TO EM-ID
               END-IF
               READ EMPREGADO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-DEPARTAMENTO TO WS-DEPARTAMENTO
               END-READ
           END-IF

           IF WS-DEPARTAMENTO NOT = SPACES
               PERFORM VARYING WS-IDX-GT FROM 1 BY 1
                       UNTIL WS-IDX-GT > WS-QTD-GESTORES
                   IF WS-GT-DEPARTAMENTO(WS-IDX-GT) = WS-DEPARTAMENTO
                       MOVE WS-GT-GESTOR(WS-IDX-GT) TO WS-GESTOR
                   END-IF
               END-PERFORM
           END-IF

           IF WS-GESTOR = SPACES OR WS-GESTOR = US-USER-ID
               MOVE WS-GESTOR-PADRAO TO WS-GESTOR
           END-IF
           IF WS-GESTOR = US-USER-ID
               MOVE "*ADMIN" TO WS-GESTOR
           END-IF.

       SELECIONAR-CAMPANHA.
           MOVE "N" TO WS-EOF-ARQUIVO
           MOVE LOW-VALUES TO RX-CHAVE
           MOVE WS-CAMPANHA TO RX-CAMPANHA
           START RECERT-FILE KEY NOT < RX-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-ARQUIVO
           END-START

           PERFORM UNTIL FIM-ARQUIVO
               READ RECERT-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       IF RX-CAMPANHA NOT = WS-CAMPANHA
                           MOVE "S" TO WS-EOF-ARQUIVO
                       ELSE
                           MOVE RX-GESTOR TO SR-GESTOR
                           MOVE RX-USUARIO TO SR-USUARIO
                           MOVE RX-PROGRAMA TO SR-PROGRAMA
                           MOVE RX-TIPO TO SR-TIPO
                           MOVE RX-DEPARTAMENTO TO SR-DEPARTAMENTO
                           MOVE RX-PERFIL TO SR-PERFIL
                           MOVE RX-ACOES TO SR-ACOES
                           MOVE RX-ULTIMO-LOGIN TO SR-ULTIMO-LOGIN
                           MOVE RX-SITUACAO TO SR-SITUACAO
                           MOVE RX-DATA-DECISAO TO SR-DATA-DECISAO
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM.

       IMPRIMIR-CAMPANHA.
           MOVE LOW-VALUES TO WS-GESTOR-CORRENTE
           PERFORM UNTIL FIM-SORT
               RETURN SORT-WORK
                   AT END
                       MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       PERFORM IMPRIMIR-LINHA-CAMPANHA
               END-RETURN
           END-PERFORM.

       IMPRIMIR-LINHA-CAMPANHA.
           IF SR-GESTOR NOT = WS-GESTOR-CORRENTE
               MOVE SR-GESTOR TO WS-GESTOR-CORRENTE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               IF SR-GESTOR = "*ADMIN"
                   STRING "Gestor: qualquer administrador "
                              DELIMITED BY SIZE
                          "(linhas do gestor padrao)" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING "Gestor: " DELIMITED BY SIZE
                          SR-GESTOR DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
               END-IF
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "  USUARIO    DEPTO      PERF PROGRAMA"
                          DELIMITED BY SIZE
                      "             ACOES      ULT.LOGIN SITUACAO"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           ADD 1 TO WS-QTD-LINHAS-CAMPANHA
           EVALUATE SR-SITUACAO
               WHEN "P"
                   ADD 1 TO WS-QTD-PENDENTES
                   MOVE "PENDENTE" TO WS-SITUACAO-TEXTO
               WHEN "C"
                   ADD 1 TO WS-QTD-CERTIFICADAS
                   MOVE "CERTIFICADA" TO WS-SITUACAO-TEXTO
               WHEN "R"
                   ADD 1 TO WS-QTD-REVOGADAS-GESTOR
                   MOVE "REVOGADA GESTOR" TO WS-SITUACAO-TEXTO
               WHEN OTHER
                   ADD 1 TO WS-QTD-REVOGADAS-GESTOR
                   MOVE "REVOGADA NO PRAZO" TO WS-SITUACAO-TEXTO
           END-EVALUATE

           MOVE SPACES TO REPORT-LINE
           IF SR-TIPO = "P"
               STRING "  " DELIMITED BY SIZE
                      SR-USUARIO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SR-DEPARTAMENTO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SR-PERFIL DELIMITED BY SIZE
                      "    (perfil)             " DELIMITED BY SIZE
                      "           " DELIMITED BY SIZE
                      SR-ULTIMO-LOGIN DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-SITUACAO-TEXTO DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "  " DELIMITED BY SIZE
                      SR-USUARIO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SR-DEPARTAMENTO DELIMITED BY SIZE
                      "      " DELIMITED BY SIZE
                      SR-PROGRAMA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SR-ACOES DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SR-ULTIMO-LOGIN DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-SITUACAO-TEXTO DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "RecertificarAcessos".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "RecertificarAcessos".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "RecertificarAcessos".

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "RecertificarAcessos".

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "RecertificarAcessos"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
