       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsultaPessoa.

      *    Consulta por pessoa (CPF) atravessando os subsistemas, para
      *    o atendimento responder numa tela so o que antes pedia
      *    quatro programas:
      *      (B)anco   cadastro de clientes, contas em que o CPF e
      *                titular principal (CM-CPF) ou aparece no
      *                arquivo de titulares, com saldo, bloqueios
      *                judiciais vigentes e disponivel;
      *      (C)linica pacientes com o CPF (PM-CPF), convenio e a
      *                proxima consulta agendada;
      *      (E)scola  alunos de quem o CPF e responsavel
      *                (data/responsaveis.dat), com as mensalidades
      *                pendentes;
      *      (O)ficina cliente pessoa fisica da oficina com o CPF,
      *                pedidos em aberto e faturas em aberto.
      *    Cada secao passa pela matriz de permissoes com a letra da
      *    secao como acao (PERMCHK): o operador so ve as secoes que
      *    a matriz libera, e a secao negada sai como tal na tela. A
      *    consulta pode ser impressa (data/consulta_pessoa.txt,
      *    registrada no spool) e toda consulta vai para a auditoria
      *    com o CPF consultado e as secoes mostradas e negadas,
      *    para a prestacao de contas da LGPD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "data/usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USER-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "data/clientes_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CPF
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT CONTA-FILE ASSIGN TO "data/contas_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT TITULAR-FILE ASSIGN TO "data/contas_titulares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-CHAVE
               FILE STATUS IS WS-TITULAR-STATUS.

           SELECT BLOQUEIO-FILE ASSIGN TO
                   "data/bloqueios_judiciais.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BJ-ID
               FILE STATUS IS WS-BLOQUEIO-STATUS.

           SELECT PACIENTE-MASTER-FILE ASSIGN TO
                   "data/pacientes_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-PACIENTE-STATUS.

           SELECT AGENDA-FILE ASSIGN TO "data/agenda_consultas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CHAVE
               FILE STATUS IS WS-AGENDA-STATUS.

           SELECT RESPONSAVEL-FILE ASSIGN TO "data/responsaveis.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-CHAVE
               FILE STATUS IS WS-RESPONSAVEL-STATUS.

           SELECT ALUNO-FILE ASSIGN TO "data/idadeenota_alunos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ALUNO-ID
               FILE STATUS IS WS-ALUNO-STATUS.

           SELECT MENSALIDADE-FILE ASSIGN TO "data/mensalidades.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS WS-MENSALIDADE-STATUS.

           SELECT CLIENTE-OFICINA-FILE ASSIGN TO
                   "data/clientes_oficina.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CODIGO
               FILE STATUS IS WS-CLI-OFICINA-STATUS.

           SELECT PEDIDO-FILE ASSIGN TO "data/pedidos_oficina.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-ID
               FILE STATUS IS WS-PEDIDO-STATUS.

           SELECT FATURA-FILE ASSIGN TO "data/faturas_oficina.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-CHAVE
               FILE STATUS IS WS-FATURA-STATUS.

           SELECT CONSULTA-REPORT ASSIGN TO
                   "data/consulta_pessoa.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "PERMSEL.CPY".

           COPY "SPOOLSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE.
       COPY "USERREC.CPY".

       FD  CLIENTE-FILE.
       COPY "CLIREC.CPY".

       FD  CONTA-FILE.
       COPY "CONTAREC.CPY".

       FD  TITULAR-FILE.
       COPY "TITULREC.CPY".

       FD  BLOQUEIO-FILE.
       COPY "BLOQREC.CPY".

       FD  PACIENTE-MASTER-FILE.
       COPY "PACREC.CPY".

       FD  AGENDA-FILE.
       COPY "AGENDREC.CPY".

       FD  RESPONSAVEL-FILE.
       COPY "RESPREC.CPY".

       FD  ALUNO-FILE.
       COPY "ALUNOREC.CPY".

       FD  MENSALIDADE-FILE.
       COPY "MENSREC.CPY".

       FD  CLIENTE-OFICINA-FILE.
       COPY "CLIOFREC.CPY".

       FD  PEDIDO-FILE.
       COPY "PEDIDREC.CPY".

       FD  FATURA-FILE.
       COPY "FATOFREC.CPY".

       FD  CONSULTA-REPORT.
       01  CONSULTA-LINE        PIC X(80).

       COPY "PERMFD.CPY".

       COPY "SPOOLFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "PERMWS.CPY".
       COPY "SPOOLWS.CPY".
       01 WS-USER-STATUS        PIC XX.
       01 WS-CLIENTE-STATUS     PIC XX.
       01 WS-CONTA-STATUS       PIC XX.
       01 WS-TITULAR-STATUS     PIC XX.
       01 WS-BLOQUEIO-STATUS    PIC XX.
       01 WS-PACIENTE-STATUS    PIC XX.
       01 WS-AGENDA-STATUS      PIC XX.
       01 WS-RESPONSAVEL-STATUS PIC XX.
       01 WS-ALUNO-STATUS       PIC XX.
       01 WS-MENSALIDADE-STATUS PIC XX.
       01 WS-CLI-OFICINA-STATUS PIC XX.
       01 WS-PEDIDO-STATUS      PIC XX.
       01 WS-FATURA-STATUS      PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-EOF                PIC X VALUE "N".
           88 FIM-ARQUIVO           VALUE "S".
       01 WS-CPF                PIC 9(11).
       01 WS-HOJE               PIC 9(8).
       01 WS-IMPRIMIR           PIC X(1).
           88 COM-IMPRESSAO         VALUE "S" "s".
       01 WS-LINHA              PIC X(80).
       01 MENSAGEM              PIC X(40).
      *    Secoes mostradas e negadas, para a auditoria.
       01 WS-SECOES-VISTAS      PIC X(4) VALUE SPACES.
       01 WS-SECOES-NEGADAS     PIC X(4) VALUE SPACES.
       01 WS-IDX-SECAO          PIC 9(1) VALUE 0.
       01 WS-IDX-NEGADA         PIC 9(1) VALUE 0.
       01 WS-NOME-SECAO         PIC X(8).
       01 WS-QTD-ACHADOS        PIC 9(3).
       01 WS-VALOR-EDIT         PIC -Z(6)9.99.
       01 WS-VALOR-EDIT-2       PIC Z(6)9.99.
       01 WS-VALOR-EDIT-3       PIC -Z(6)9.99.
      *    Banco: contas achadas, com o total bloqueado de cada uma.
       01 WS-QTD-CONTAS         PIC 9(2) VALUE 0.
       01 WS-IDX-CONTA          PIC 9(2).
       01 WS-TAB-CONTAS.
           05 TC-ITEM OCCURS 30 TIMES.
               10 TC-CONTA      PIC 9(6).
               10 TC-PAPEL      PIC X(13).
               10 TC-BLOQUEADO  PIC 9(7)V99.
       01 WS-DISPONIVEL         PIC S9(8)V99.
      *    Clinica.
       01 WS-PROXIMA-DATA       PIC 9(8).
       01 WS-PROXIMA-PRESTADOR  PIC X(10).
      *    Escola: alunos de quem o CPF e responsavel.
       01 WS-QTD-ALUNOS         PIC 9(2) VALUE 0.
       01 WS-IDX-ALUNO          PIC 9(2).
       01 WS-TAB-ALUNOS.
           05 TA-ITEM OCCURS 20 TIMES.
               10 TA-ALUNO-ID   PIC X(10).
               10 TA-PARENTESCO PIC X(10).
               10 TA-FINANCEIRO PIC X(1).
               10 TA-QTD-ABERTAS PIC 9(3).
               10 TA-VALOR-ABERTO PIC 9(7)V99.
      *    Oficina: codigos de cliente com o CPF.
       01 WS-QTD-CLI-OFICINA    PIC 9(2) VALUE 0.
       01 WS-IDX-CLI-OFICINA    PIC 9(2).
       01 WS-TAB-CLI-OFICINA.
           05 TO-CODIGO OCCURS 10 TIMES PIC 9(6).
       01 WS-SALDO-FATURA       PIC 9(7)V99.

       PROCEDURE DIVISION.
       INICIO.
      *    Matriz de permissoes antes de qualquer tela (PERMCHK),
      *    com o perfil do operador; cada secao e conferida de novo
      *    com a sua letra.
           PERFORM CARREGAR-PERFIL-OPERADOR
           MOVE "*" TO WS-PERM-ACAO
           PERFORM VERIFICAR-PERMISSAO
           IF NOT PERMISSAO-OK
               GOBACK
           END-IF

           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           DISPLAY "Consulta por pessoa - CPF (11 digitos): "
           ACCEPT WS-CPF
           IF WS-CPF NOT NUMERIC OR WS-CPF = 0
               MOVE "CPF invalido." TO MENSAGEM
               DISPLAY MENSAGEM
               MOVE SPACES TO WS-AUDIT-ENTRADA
               MOVE "CONSULTA CPF INVALIDO" TO WS-AUDIT-ENTRADA
               MOVE MENSAGEM TO WS-AUDIT-SAIDA
               PERFORM REGISTRAR-AUDITORIA
               GOBACK
           END-IF

           DISPLAY "Imprimir a consulta (S/N)? "
           ACCEPT WS-IMPRIMIR
           IF COM-IMPRESSAO
               MOVE "S" TO WS-IMPRIMIR
               OPEN OUTPUT CONSULTA-REPORT
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "Impressao indisponivel ("
                           WS-REPORT-STATUS ") - so tela."
                   MOVE "N" TO WS-IMPRIMIR
               END-IF
           ELSE
               MOVE "N" TO WS-IMPRIMIR
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "CONSULTA POR PESSOA - CPF " DELIMITED BY SIZE
                  WS-CPF DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING
           PERFORM EMITIR-LINHA
           MOVE ALL "-" TO WS-LINHA
           PERFORM EMITIR-LINHA

           MOVE "B" TO WS-PERM-ACAO
           MOVE "BANCO" TO WS-NOME-SECAO
           PERFORM VERIFICAR-SECAO
           IF PERMISSAO-OK
               PERFORM CONSULTAR-BANCO
           END-IF

           MOVE "C" TO WS-PERM-ACAO
           MOVE "CLINICA" TO WS-NOME-SECAO
           PERFORM VERIFICAR-SECAO
           IF PERMISSAO-OK
               PERFORM CONSULTAR-CLINICA
           END-IF

           MOVE "E" TO WS-PERM-ACAO
           MOVE "ESCOLA" TO WS-NOME-SECAO
           PERFORM VERIFICAR-SECAO
           IF PERMISSAO-OK
               PERFORM CONSULTAR-ESCOLA
           END-IF

           MOVE "O" TO WS-PERM-ACAO
           MOVE "OFICINA" TO WS-NOME-SECAO
           PERFORM VERIFICAR-SECAO
           IF PERMISSAO-OK
               PERFORM CONSULTAR-OFICINA
           END-IF

           IF COM-IMPRESSAO
               CLOSE CONSULTA-REPORT
               MOVE "data/consulta_pessoa.txt" TO WS-SPOOL-ORIG-NOME
               PERFORM REGISTRAR-SPOOL
               MOVE "Consulta efetuada e impressa." TO MENSAGEM
           ELSE
               MOVE "Consulta efetuada." TO MENSAGEM
           END-IF
           DISPLAY MENSAGEM

           MOVE SPACES TO WS-AUDIT-ENTRADA
           STRING "CONSULTA CPF=" DELIMITED BY SIZE
                  WS-CPF DELIMITED BY SIZE
                  " IMPRESSA=" DELIMITED BY SIZE
                  WS-IMPRIMIR DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           MOVE SPACES TO WS-AUDIT-SAIDA
           STRING "SECOES=" DELIMITED BY SIZE
                  WS-SECOES-VISTAS DELIMITED BY SIZE
                  " NEGADAS=" DELIMITED BY SIZE
                  WS-SECOES-NEGADAS DELIMITED BY SIZE
                  INTO WS-AUDIT-SAIDA
           END-STRING
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

       CARREGAR-PERFIL-OPERADOR.
           MOVE SPACES TO WS-PERM-PERFIL
           MOVE "L" TO WS-PERM-SESSOP
           CALL "SessaoCorp" USING WS-PERM-SESSOP WS-PERM-OPERADOR
               WS-PERM-TERMINAL
           END-CALL

           OPEN INPUT USER-FILE
           IF WS-USER-STATUS = "00"
               MOVE WS-PERM-OPERADOR TO US-USER-ID
               READ USER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE US-PERFIL TO WS-PERM-PERFIL
               END-READ
               CLOSE USER-FILE
           END-IF.

      *    Secao liberada entra na lista de vistas e ganha o
      *    cabecalho; negada (ja auditada pelo PERMCHK) sai como
      *    negada na tela e na impressao.
       VERIFICAR-SECAO.
           PERFORM VERIFICAR-PERMISSAO
           MOVE SPACES TO WS-LINHA
           IF PERMISSAO-OK
               ADD 1 TO WS-IDX-SECAO
               MOVE WS-PERM-ACAO TO WS-SECOES-VISTAS(WS-IDX-SECAO:1)
               STRING "[" DELIMITED BY SIZE
                      WS-NOME-SECAO DELIMITED BY SPACE
                      "]" DELIMITED BY SIZE
                      INTO WS-LINHA
               END-STRING
           ELSE
               ADD 1 TO WS-IDX-NEGADA
               MOVE WS-PERM-ACAO
                   TO WS-SECOES-NEGADAS(WS-IDX-NEGADA:1)
               STRING "[" DELIMITED BY SIZE
                      WS-NOME-SECAO DELIMITED BY SPACE
                      "] acesso negado pela matriz de permissoes"
                          DELIMITED BY SIZE
                      INTO WS-LINHA
               END-STRING
           END-IF
           PERFORM EMITIR-LINHA.

       EMITIR-LINHA.
           DISPLAY FUNCTION TRIM(WS-LINHA TRAILING)
           IF COM-IMPRESSAO
               MOVE WS-LINHA TO CONSULTA-LINE
               WRITE CONSULTA-LINE
           END-IF.

      *----------------------------------------------------------
      *    Banco
      *----------------------------------------------------------
       CONSULTAR-BANCO.
           MOVE SPACES TO WS-LINHA
           OPEN INPUT CLIENTE-FILE
           IF WS-CLIENTE-STATUS = "00"
               MOVE WS-CPF TO CL-CPF
               READ CLIENTE-FILE
                   INVALID KEY
                       MOVE "  Sem cadastro de cliente no banco."
                           TO WS-LINHA
                   NOT INVALID KEY
                       STRING "  Cliente: " DELIMITED BY SIZE
                              CL-NOME DELIMITED BY SIZE
                              " risco " DELIMITED BY SIZE
                              CL-RISCO DELIMITED BY SIZE
                              " revisao KYC " DELIMITED BY SIZE
                              CL-DATA-REVISAO DELIMITED BY SIZE
                              INTO WS-LINHA
                       END-STRING
               END-READ
               CLOSE CLIENTE-FILE
           ELSE
               MOVE "  Sem cadastro de cliente no banco." TO WS-LINHA
           END-IF
           PERFORM EMITIR-LINHA

           MOVE 0 TO WS-QTD-CONTAS
           PERFORM ACHAR-CONTAS-PRINCIPAL
           PERFORM ACHAR-CONTAS-CONJUNTAS
           PERFORM SOMAR-BLOQUEIOS-CONTAS

           IF WS-QTD-CONTAS = 0
               MOVE "  Nenhuma conta vinculada ao CPF." TO WS-LINHA
               PERFORM EMITIR-LINHA
           ELSE
               OPEN INPUT CONTA-FILE
               PERFORM VARYING WS-IDX-CONTA FROM 1 BY 1
                       UNTIL WS-IDX-CONTA > WS-QTD-CONTAS
                   PERFORM MOSTRAR-CONTA
               END-PERFORM
               CLOSE CONTA-FILE
           END-IF.

       ACHAR-CONTAS-PRINCIPAL.
           MOVE "N" TO WS-EOF
           OPEN INPUT CONTA-FILE
           IF WS-CONTA-STATUS NOT = "00"
               MOVE "S" TO WS-EOF
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               READ CONTA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF CM-CPF = WS-CPF AND WS-QTD-CONTAS < 30
                           ADD 1 TO WS-QTD-CONTAS
                           MOVE CM-CONTA TO TC-CONTA(WS-QTD-CONTAS)
                           MOVE "titular" TO TC-PAPEL(WS-QTD-CONTAS)
                           MOVE 0 TO TC-BLOQUEADO(WS-QTD-CONTAS)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CONTA-STATUS = "00" OR WS-CONTA-STATUS = "10"
               CLOSE CONTA-FILE
           END-IF.

      *    O "P" ja saiu pelo CM-CPF acima, como em ManterClientes.
       ACHAR-CONTAS-CONJUNTAS.
           MOVE "N" TO WS-EOF
           OPEN INPUT TITULAR-FILE
           IF WS-TITULAR-STATUS NOT = "00"
               MOVE "S" TO WS-EOF
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               READ TITULAR-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF TT-CPF = WS-CPF AND TT-PAPEL NOT = "P"
                               AND WS-QTD-CONTAS < 30
                           ADD 1 TO WS-QTD-CONTAS
                           MOVE TT-CONTA TO TC-CONTA(WS-QTD-CONTAS)
                           IF TT-PAPEL = "R"
                               MOVE "repres. legal"
                                   TO TC-PAPEL(WS-QTD-CONTAS)
                           ELSE
                               MOVE "2o titular"
                                   TO TC-PAPEL(WS-QTD-CONTAS)
                           END-IF
                           MOVE 0 TO TC-BLOQUEADO(WS-QTD-CONTAS)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TITULAR-STATUS = "00" OR WS-TITULAR-STATUS = "10"
               CLOSE TITULAR-FILE
           END-IF.

      *    Bloqueio vigente: ativo e sem data de fim ou ainda dentro
      *    dela, a mesma regra do saque e do extrato.
       SOMAR-BLOQUEIOS-CONTAS.
           IF WS-QTD-CONTAS > 0
               MOVE "N" TO WS-EOF
               OPEN INPUT BLOQUEIO-FILE
               IF WS-BLOQUEIO-STATUS NOT = "00"
                   MOVE "S" TO WS-EOF
               END-IF
               PERFORM UNTIL FIM-ARQUIVO
                   READ BLOQUEIO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF BJ-SITUACAO = "A" AND
                                   (BJ-DATA-FIM = 0 OR
                                    BJ-DATA-FIM >= WS-HOJE)
                               PERFORM SOMAR-BLOQUEIO-CONTA
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-BLOQUEIO-STATUS = "00"
                       OR WS-BLOQUEIO-STATUS = "10"
                   CLOSE BLOQUEIO-FILE
               END-IF
           END-IF.

       SOMAR-BLOQUEIO-CONTA.
           PERFORM VARYING WS-IDX-CONTA FROM 1 BY 1
                   UNTIL WS-IDX-CONTA > WS-QTD-CONTAS
               IF TC-CONTA(WS-IDX-CONTA) = BJ-CONTA
                   ADD BJ-VALOR TO TC-BLOQUEADO(WS-IDX-CONTA)
               END-IF
           END-PERFORM.

       MOSTRAR-CONTA.
           MOVE SPACES TO WS-LINHA
           MOVE TC-CONTA(WS-IDX-CONTA) TO CM-CONTA
           READ CONTA-FILE
               INVALID KEY
                   STRING "  Conta " DELIMITED BY SIZE
                          TC-CONTA(WS-IDX-CONTA) DELIMITED BY SIZE
                          " fora do cadastro (" DELIMITED BY SIZE
                          TC-PAPEL(WS-IDX-CONTA) DELIMITED BY "  "
                          ")" DELIMITED BY SIZE
                          INTO WS-LINHA
                   END-STRING
                   PERFORM EMITIR-LINHA
               NOT INVALID KEY
                   STRING "  Conta " DELIMITED BY SIZE
                          CM-CONTA DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          TC-PAPEL(WS-IDX-CONTA) DELIMITED BY SIZE
                          " situacao " DELIMITED BY SIZE
                          CM-SITUACAO DELIMITED BY SIZE
                          " tier " DELIMITED BY SIZE
                          CM-TIER DELIMITED BY SIZE
                          INTO WS-LINHA
                   END-STRING
                   IF CM-PRODUTO = "P"
                       MOVE "poupanca" TO WS-LINHA(50:8)
                   ELSE
                       MOVE "corrente" TO WS-LINHA(50:8)
                   END-IF
                   PERFORM EMITIR-LINHA
                   COMPUTE WS-DISPONIVEL = CM-SALDO
                       - TC-BLOQUEADO(WS-IDX-CONTA)
                   MOVE CM-SALDO TO WS-VALOR-EDIT
                   MOVE TC-BLOQUEADO(WS-IDX-CONTA) TO WS-VALOR-EDIT-2
                   MOVE WS-DISPONIVEL TO WS-VALOR-EDIT-3
                   MOVE SPACES TO WS-LINHA
                   STRING "    saldo " DELIMITED BY SIZE
                          WS-VALOR-EDIT DELIMITED BY SIZE
                          "  bloqueado " DELIMITED BY SIZE
                          WS-VALOR-EDIT-2 DELIMITED BY SIZE
                          "  disponivel " DELIMITED BY SIZE
                          WS-VALOR-EDIT-3 DELIMITED BY SIZE
                          INTO WS-LINHA
                   END-STRING
                   PERFORM EMITIR-LINHA
           END-READ.

      *----------------------------------------------------------
      *    Clinica
      *----------------------------------------------------------
       CONSULTAR-CLINICA.
           MOVE 0 TO WS-QTD-ACHADOS
           MOVE "N" TO WS-EOF
           OPEN INPUT PACIENTE-MASTER-FILE
           IF WS-PACIENTE-STATUS NOT = "00"
               MOVE "S" TO WS-EOF
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               READ PACIENTE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PM-CPF = WS-CPF
                           ADD 1 TO WS-QTD-ACHADOS
                           PERFORM MOSTRAR-PACIENTE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PACIENTE-STATUS = "00" OR WS-PACIENTE-STATUS = "10"
               CLOSE PACIENTE-MASTER-FILE
           END-IF

           IF WS-QTD-ACHADOS = 0
               MOVE "  Nenhum paciente com o CPF." TO WS-LINHA
               PERFORM EMITIR-LINHA
           END-IF.

       MOSTRAR-PACIENTE.
           MOVE SPACES TO WS-LINHA
           STRING "  Paciente " DELIMITED BY SIZE
                  PM-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PM-NOME DELIMITED BY SIZE
                  " nasc " DELIMITED BY SIZE
                  PM-NASCIMENTO DELIMITED BY SIZE
                  " convenio " DELIMITED BY SIZE
                  PM-CONVENIO DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING
           PERFORM EMITIR-LINHA

           IF PM-CONVENIO IS NUMERIC AND PM-CONVENIO NOT = 0
               MOVE SPACES TO WS-LINHA
               STRING "    carteirinha " DELIMITED BY SIZE
                      PM-CARTEIRA DELIMITED BY SIZE
                      " validade " DELIMITED BY SIZE
                      PM-VALIDADE-CARTEIRA DELIMITED BY SIZE
                      INTO WS-LINHA
               END-STRING
               PERFORM EMITIR-LINHA
           END-IF

           PERFORM ACHAR-PROXIMA-CONSULTA
           MOVE SPACES TO WS-LINHA
           IF WS-PROXIMA-DATA = 0
               MOVE "    Sem consulta agendada." TO WS-LINHA
           ELSE
               STRING "    Proxima consulta " DELIMITED BY SIZE
                      WS-PROXIMA-DATA DELIMITED BY SIZE
                      " prestador " DELIMITED BY SIZE
                      WS-PROXIMA-PRESTADOR DELIMITED BY SIZE
                      INTO WS-LINHA
               END-STRING
           END-IF
           PERFORM EMITIR-LINHA.

      *    A agenda e chaveada por data + vaga: a primeira vaga
      *    agendada do paciente de hoje em diante e a proxima.
       ACHAR-PROXIMA-CONSULTA.
           MOVE 0 TO WS-PROXIMA-DATA
           MOVE SPACES TO WS-PROXIMA-PRESTADOR
           OPEN INPUT AGENDA-FILE
           IF WS-AGENDA-STATUS = "00"
               MOVE WS-HOJE TO AG-DATA
               MOVE 0 TO AG-VAGA
               START AGENDA-FILE KEY NOT < AG-CHAVE
                   INVALID KEY
                       MOVE 99999999 TO WS-PROXIMA-DATA
               END-START
               PERFORM UNTIL WS-PROXIMA-DATA NOT = 0
                   READ AGENDA-FILE NEXT RECORD
                       AT END
                           MOVE 99999999 TO WS-PROXIMA-DATA
                       NOT AT END
                           IF AG-PACIENTE = PM-ID
                                   AND AG-SITUACAO = "A"
                               MOVE AG-DATA TO WS-PROXIMA-DATA
                               MOVE AG-PRESTADOR
                                   TO WS-PROXIMA-PRESTADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGENDA-FILE
           END-IF
           IF WS-PROXIMA-DATA = 99999999
               MOVE 0 TO WS-PROXIMA-DATA
           END-IF.

      *----------------------------------------------------------
      *    Escola
      *----------------------------------------------------------
       CONSULTAR-ESCOLA.
           MOVE 0 TO WS-QTD-ALUNOS
           MOVE "N" TO WS-EOF
           OPEN INPUT RESPONSAVEL-FILE
           IF WS-RESPONSAVEL-STATUS NOT = "00"
               MOVE "S" TO WS-EOF
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               READ RESPONSAVEL-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF RP-CPF = WS-CPF AND WS-QTD-ALUNOS < 20
                           ADD 1 TO WS-QTD-ALUNOS
                           MOVE RP-ALUNO-ID
                               TO TA-ALUNO-ID(WS-QTD-ALUNOS)
                           MOVE RP-PARENTESCO
                               TO TA-PARENTESCO(WS-QTD-ALUNOS)
                           MOVE RP-FINANCEIRO
                               TO TA-FINANCEIRO(WS-QTD-ALUNOS)
                           MOVE 0 TO TA-QTD-ABERTAS(WS-QTD-ALUNOS)
                           MOVE 0 TO TA-VALOR-ABERTO(WS-QTD-ALUNOS)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RESPONSAVEL-STATUS = "00"
                   OR WS-RESPONSAVEL-STATUS = "10"
               CLOSE RESPONSAVEL-FILE
           END-IF

           IF WS-QTD-ALUNOS = 0
               MOVE "  Nao e responsavel por nenhum aluno." TO WS-LINHA
               PERFORM EMITIR-LINHA
           ELSE
               PERFORM SOMAR-MENSALIDADES-ABERTAS
               OPEN INPUT ALUNO-FILE
               PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                       UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS
                   PERFORM MOSTRAR-ALUNO
               END-PERFORM
               IF WS-ALUNO-STATUS = "00"
                   CLOSE ALUNO-FILE
               END-IF
           END-IF.

       SOMAR-MENSALIDADES-ABERTAS.
           MOVE "N" TO WS-EOF
           OPEN INPUT MENSALIDADE-FILE
           IF WS-MENSALIDADE-STATUS NOT = "00"
               MOVE "S" TO WS-EOF
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               READ MENSALIDADE-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF MN-SITUACAO = "P"
                           PERFORM SOMAR-MENSALIDADE-ALUNO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MENSALIDADE-STATUS = "00"
                   OR WS-MENSALIDADE-STATUS = "10"
               CLOSE MENSALIDADE-FILE
           END-IF.

       SOMAR-MENSALIDADE-ALUNO.
           PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                   UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS
               IF TA-ALUNO-ID(WS-IDX-ALUNO) = MN-ALUNO-ID
                   ADD 1 TO TA-QTD-ABERTAS(WS-IDX-ALUNO)
                   ADD MN-VALOR TO TA-VALOR-ABERTO(WS-IDX-ALUNO)
               END-IF
           END-PERFORM.

       MOSTRAR-ALUNO.
           MOVE SPACES TO AL-NOME
           IF WS-ALUNO-STATUS = "00"
               MOVE TA-ALUNO-ID(WS-IDX-ALUNO) TO AL-ALUNO-ID
               READ ALUNO-FILE
                   INVALID KEY
                       MOVE "(fora do cadastro)" TO AL-NOME
               END-READ
           END-IF
           MOVE SPACES TO WS-LINHA
           STRING "  Aluno " DELIMITED BY SIZE
                  TA-ALUNO-ID(WS-IDX-ALUNO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AL-NOME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TA-PARENTESCO(WS-IDX-ALUNO) DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING
           IF TA-FINANCEIRO(WS-IDX-ALUNO) = "S"
               MOVE "resp. financeiro" TO WS-LINHA(60:16)
           END-IF
           PERFORM EMITIR-LINHA

           MOVE TA-VALOR-ABERTO(WS-IDX-ALUNO) TO WS-VALOR-EDIT-2
           MOVE SPACES TO WS-LINHA
           STRING "    mensalidades pendentes " DELIMITED BY SIZE
                  TA-QTD-ABERTAS(WS-IDX-ALUNO) DELIMITED BY SIZE
                  " total " DELIMITED BY SIZE
                  WS-VALOR-EDIT-2 DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING
           PERFORM EMITIR-LINHA.

      *----------------------------------------------------------
      *    Oficina
      *----------------------------------------------------------
       CONSULTAR-OFICINA.
           MOVE 0 TO WS-QTD-CLI-OFICINA
           MOVE "N" TO WS-EOF
           OPEN INPUT CLIENTE-OFICINA-FILE
           IF WS-CLI-OFICINA-STATUS NOT = "00"
               MOVE "S" TO WS-EOF
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               READ CLIENTE-OFICINA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF CO-TIPO-PESSOA = "F"
                               AND CO-DOCUMENTO = WS-CPF
                               AND WS-QTD-CLI-OFICINA < 10
                           ADD 1 TO WS-QTD-CLI-OFICINA
                           MOVE CO-CODIGO
                               TO TO-CODIGO(WS-QTD-CLI-OFICINA)
                           MOVE SPACES TO WS-LINHA
                           STRING "  Cliente oficina " DELIMITED BY SIZE
                                  CO-CODIGO DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  CO-NOME DELIMITED BY SIZE
                                  " prazo " DELIMITED BY SIZE
                                  CO-PRAZO-DIAS DELIMITED BY SIZE
                                  " dias" DELIMITED BY SIZE
                                  INTO WS-LINHA
                           END-STRING
                           PERFORM EMITIR-LINHA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLI-OFICINA-STATUS = "00"
                   OR WS-CLI-OFICINA-STATUS = "10"
               CLOSE CLIENTE-OFICINA-FILE
           END-IF

           IF WS-QTD-CLI-OFICINA = 0
               MOVE "  Nao e cliente da oficina." TO WS-LINHA
               PERFORM EMITIR-LINHA
           ELSE
               PERFORM LISTAR-PEDIDOS-ABERTOS
               PERFORM LISTAR-FATURAS-ABERTAS
           END-IF.

      *    Pedido em aberto: aceito ou em producao.
       LISTAR-PEDIDOS-ABERTOS.
           MOVE 0 TO WS-QTD-ACHADOS
           MOVE "N" TO WS-EOF
           OPEN INPUT PEDIDO-FILE
           IF WS-PEDIDO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               READ PEDIDO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PD-SITUACAO = "A" OR PD-SITUACAO = "P"
                           PERFORM MOSTRAR-PEDIDO-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PEDIDO-STATUS = "00" OR WS-PEDIDO-STATUS = "10"
               CLOSE PEDIDO-FILE
           END-IF
           IF WS-QTD-ACHADOS = 0
               MOVE "    Nenhum pedido em aberto." TO WS-LINHA
               PERFORM EMITIR-LINHA
           END-IF.

       MOSTRAR-PEDIDO-CLIENTE.
           PERFORM VARYING WS-IDX-CLI-OFICINA FROM 1 BY 1
                   UNTIL WS-IDX-CLI-OFICINA > WS-QTD-CLI-OFICINA
               IF TO-CODIGO(WS-IDX-CLI-OFICINA) = PD-CLIENTE-COD
                   ADD 1 TO WS-QTD-ACHADOS
                   MOVE PD-PRECO TO WS-VALOR-EDIT-2
                   MOVE SPACES TO WS-LINHA
                   STRING "    Pedido " DELIMITED BY SIZE
                          PD-ID DELIMITED BY SIZE
                          " situacao " DELIMITED BY SIZE
                          PD-SITUACAO DELIMITED BY SIZE
                          " valor " DELIMITED BY SIZE
                          WS-VALOR-EDIT-2 DELIMITED BY SIZE
                          " prometido " DELIMITED BY SIZE
                          PD-DATA-PROMETIDA DELIMITED BY SIZE
                          INTO WS-LINHA
                   END-STRING
                   PERFORM EMITIR-LINHA
               END-IF
           END-PERFORM.

      *    As faturas sao chaveadas por cliente + pedido: cada
      *    cliente e lido a partir da sua primeira fatura.
       LISTAR-FATURAS-ABERTAS.
           MOVE 0 TO WS-QTD-ACHADOS
           OPEN INPUT FATURA-FILE
           IF WS-FATURA-STATUS = "00"
               PERFORM VARYING WS-IDX-CLI-OFICINA FROM 1 BY 1
                       UNTIL WS-IDX-CLI-OFICINA > WS-QTD-CLI-OFICINA
                   PERFORM LISTAR-FATURAS-CLIENTE
               END-PERFORM
               CLOSE FATURA-FILE
           END-IF
           IF WS-QTD-ACHADOS = 0
               MOVE "    Nenhuma fatura em aberto." TO WS-LINHA
               PERFORM EMITIR-LINHA
           END-IF.

       LISTAR-FATURAS-CLIENTE.
           MOVE "N" TO WS-EOF
           MOVE TO-CODIGO(WS-IDX-CLI-OFICINA) TO FT-CLIENTE
           MOVE 0 TO FT-PEDIDO
           START FATURA-FILE KEY NOT < FT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL FIM-ARQUIVO
               READ FATURA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF FT-CLIENTE NOT = TO-CODIGO(WS-IDX-CLI-OFICINA)
                           MOVE "S" TO WS-EOF
                       ELSE
                           IF FT-SITUACAO = "A"
                               PERFORM MOSTRAR-FATURA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MOSTRAR-FATURA.
           ADD 1 TO WS-QTD-ACHADOS
           COMPUTE WS-SALDO-FATURA = FT-VALOR - FT-VALOR-PAGO
           MOVE WS-SALDO-FATURA TO WS-VALOR-EDIT-2
           MOVE SPACES TO WS-LINHA
           STRING "    Fatura pedido " DELIMITED BY SIZE
                  FT-PEDIDO DELIMITED BY SIZE
                  " vencimento " DELIMITED BY SIZE
                  FT-VENCIMENTO DELIMITED BY SIZE
                  " em aberto " DELIMITED BY SIZE
                  WS-VALOR-EDIT-2 DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING
           IF FT-VENCIMENTO < WS-HOJE
               MOVE "VENCIDA" TO WS-LINHA(70:7)
           END-IF
           PERFORM EMITIR-LINHA.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "ConsultaPessoa"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.

           COPY "PERMCHK.CPY" REPLACING
               ROTINA-NOME   BY VERIFICAR-PERMISSAO
               ROTINA-LER    BY LER-LINHA-PERMISSAO
               ROTINA-AUDIT  BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "ConsultaPessoa".

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "ConsultaPessoa".
