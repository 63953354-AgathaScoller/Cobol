       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManterEmprestimos.

      *    Contratos de emprestimo pessoal contra uma conta do
      *    cadastro: o registro entra pendente com valor, taxa
      *    mensal, prazo e primeiro vencimento; a aprovacao, por um
      *    supervisor autenticado que nao seja quem registrou, gera
      *    o cronograma de parcelas fixas (tabela Price) e credita o
      *    valor liberado na conta com movimento "L" para o extrato.
      *    As parcelas sao debitadas no vencimento pelo passo
      *    noturno DebitarParcelas e a inadimplencia sai no aging
      *    AgingEmprestimos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMO-FILE ASSIGN TO "data/emprestimos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CONTRATO
               FILE STATUS IS WS-EMPRESTIMO-STATUS.

           SELECT PARCELA-FILE ASSIGN TO
               "data/emprestimo_parcelas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CHAVE
               FILE STATUS IS WS-PARCELA-STATUS.

           SELECT CONTA-FILE ASSIGN TO "data/contas_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT USER-FILE ASSIGN TO "data/usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USER-STATUS.

           SELECT MOVIMENTO-FILE ASSIGN TO "data/saque_movimentos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.

           COPY "QUIESEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESTIMO-FILE.
       COPY "EMPSTREC.CPY".

       FD  PARCELA-FILE.
       COPY "PARCREC.CPY".

       FD  CONTA-FILE.
       COPY "CONTAREC.CPY".

       FD  USER-FILE.
       COPY "USERREC.CPY".

       FD  MOVIMENTO-FILE.
       COPY "MOVREC.CPY".

       COPY "QUIEFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "QUIEWS.CPY".
       01 WS-EMPRESTIMO-STATUS PIC XX.
       01 WS-PARCELA-STATUS  PIC XX.
       01 WS-CONTA-STATUS    PIC XX.
       01 WS-USER-STATUS     PIC XX.
       01 WS-MOVIMENTO-STATUS PIC XX.
       01 OPCAO              PIC X(1).
       01 WS-CONTRATO        PIC 9(6).
       01 WS-HOJE            PIC 9(8).
       01 WS-AGORA           PIC 9(8).
       01 MENSAGEM           PIC X(40).
       01 WS-ACHOU-CONTRATO  PIC X(1).
           88 CONTRATO-ENCONTRADO VALUE "S".
       01 WS-ACHOU-CONTA     PIC X(1).
           88 CONTA-ENCONTRADA   VALUE "S".
       01 WS-MOTIVO-MOV      PIC X(30).
      *    O contrato e digitado em reais inteiros e as parcelas sao
      *    fechadas em reais inteiros.
       01 WS-VALOR-CONTRATO  PIC 9(7).
       01 WS-VALOR-MOV       PIC 9(7)V99.
       01 WS-VALOR-INTEIRO   PIC 9(7).
       01 WS-PRAZO-MAXIMO    PIC 9(3) VALUE 120.
       01 WS-DATA-VENC       PIC 9(8).
       01 WS-DATA-VENC-R REDEFINES WS-DATA-VENC.
           05 WS-VENC-ANO     PIC 9(4).
           05 WS-VENC-MES     PIC 9(2).
           05 WS-VENC-DIA     PIC 9(2).
       01 WS-FATOR           PIC 9(7)V9(10).
       01 WS-PARCELA-FIXA    PIC 9(7)V99.
       01 WS-SALDO-DEVEDOR   PIC 9(7)V99.
       01 WS-JUROS-MES       PIC 9(7)V99.
       01 WS-NUM-PARCELA     PIC 9(3).
       01 WS-EOF-PARCELA     PIC X VALUE "N".
           88 FIM-PARCELAS       VALUE "S".
       01 WS-VALOR-EDIT      PIC Z(6)9.99.
       01 WS-SALDO-EDIT      PIC Z(6)9.99.
       01 WS-ENCARGO-EDIT    PIC Z(6)9.99.
       01 WS-SUPERVISOR-ID     PIC X(10).
       01 WS-SUPERVISOR-SENHA  PIC X(20).
       01 WS-SENHA-NOVA-CORP   PIC X(20).
       01 WS-OPERACAO-CORP     PIC X(1).
       01 WS-STATUS-CORP       PIC X(4).
       01 WS-SUPERVISOR-OK     PIC X(1).
           88 SUPERVISOR-OK        VALUE "S".
       01 WS-SESSOP            PIC X(1).
       01 WS-OPERADOR          PIC X(10).
       01 WS-TERMINAL          PIC X(8).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-ARQUIVOS

      *    Janela de lote aberta: a aprovacao mexe em CM-SALDO e nas
      *    parcelas que o lote debita, entao so a consulta passa.
           PERFORM VERIFICAR-JANELA-LOTE

           DISPLAY "Emprestimos - (N)ovo, (A)provar, (X) cancelar "
                   "ou (C)onsultar? "
           ACCEPT OPCAO

           IF JANELA-ABERTA AND OPCAO NOT = "C" AND OPCAO NOT = "c"
               MOVE "Atualizacao recusada: janela." TO MENSAGEM
               DISPLAY MENSAGEM
               MOVE "C" TO OPCAO
           END-IF

           EVALUATE OPCAO
               WHEN "N"
               WHEN "n"
                   PERFORM REGISTRAR-CONTRATO
               WHEN "A"
               WHEN "a"
                   PERFORM APROVAR-CONTRATO
               WHEN "X"
               WHEN "x"
                   PERFORM CANCELAR-CONTRATO
               WHEN "C"
               WHEN "c"
                   PERFORM CONSULTAR-CONTRATO
               WHEN OTHER
                   MOVE "Opcao invalida." TO MENSAGEM
                   DISPLAY MENSAGEM
           END-EVALUATE

           CLOSE EMPRESTIMO-FILE
           CLOSE PARCELA-FILE
           CLOSE CONTA-FILE

           STRING "OPCAO=" DELIMITED BY SIZE
                  OPCAO DELIMITED BY SIZE
                  " CONTRATO=" DELIMITED BY SIZE
                  WS-CONTRATO DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           MOVE MENSAGEM TO WS-AUDIT-SAIDA
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

       ABRIR-ARQUIVOS.
           OPEN I-O EMPRESTIMO-FILE
           IF WS-EMPRESTIMO-STATUS = "35"
               OPEN OUTPUT EMPRESTIMO-FILE
               CLOSE EMPRESTIMO-FILE
               OPEN I-O EMPRESTIMO-FILE
           END-IF

           OPEN I-O PARCELA-FILE
           IF WS-PARCELA-STATUS = "35"
               OPEN OUTPUT PARCELA-FILE
               CLOSE PARCELA-FILE
               OPEN I-O PARCELA-FILE
           END-IF

           OPEN I-O CONTA-FILE
           IF WS-CONTA-STATUS = "35"
               OPEN OUTPUT CONTA-FILE
               CLOSE CONTA-FILE
               OPEN I-O CONTA-FILE
           END-IF.

      *    O registro so anota a proposta; nada e creditado nem
      *    gerado ate a aprovacao. Quem registrou fica no contrato
      *    para a aprovacao exigir outra pessoa.
       REGISTRAR-CONTRATO.
           DISPLAY "Numero do contrato (6 digitos): "
           ACCEPT WS-CONTRATO

           PERFORM LER-CONTRATO
           IF CONTRATO-ENCONTRADO
               MOVE "Contrato ja cadastrado." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           MOVE WS-CONTRATO TO EP-CONTRATO
           DISPLAY "Conta: "
           ACCEPT EP-CONTA
           PERFORM LER-CONTA-CONTRATO
           IF NOT CONTA-ENCONTRADA
               MOVE "Conta inexistente." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF
           IF CM-SITUACAO NOT = "A"
               MOVE "Conta nao esta ativa." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           DISPLAY "Valor do emprestimo (reais): "
           ACCEPT WS-VALOR-CONTRATO
           DISPLAY "Taxa ao mes (ex.: 0.0250): "
           ACCEPT EP-TAXA-MES
           DISPLAY "Prazo em meses: "
           ACCEPT EP-PRAZO
           DISPLAY "Primeiro vencimento (AAAAMMDD, 0 = em 1 mes): "
           ACCEPT EP-DATA-1-VENC

           IF WS-VALOR-CONTRATO = 0
               MOVE "Valor invalido." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF
           IF EP-PRAZO = 0 OR EP-PRAZO > WS-PRAZO-MAXIMO
               MOVE "Prazo invalido." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           PERFORM DEFINIR-PRIMEIRO-VENCIMENTO
           IF MENSAGEM NOT = SPACES
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           MOVE WS-VALOR-CONTRATO TO EP-VALOR
           MOVE 0 TO EP-VALOR-PARCELA
           MOVE WS-HOJE TO EP-DATA-CONTRATO
           MOVE 0 TO EP-DATA-APROVACAO
           PERFORM OBTER-OPERADOR-SESSAO
           MOVE WS-OPERADOR TO EP-SOLICITANTE
           MOVE SPACES TO EP-APROVADOR
           MOVE "P" TO EP-SITUACAO
           WRITE EMPRESTIMO-REC
           MOVE "Contrato registrado p/ aprovacao." TO MENSAGEM
           DISPLAY MENSAGEM.

      *    Sem data informada, vence no mesmo dia do mes que vem; o
      *    dia fica limitado a 28 para todo mes do prazo ter o dia
      *    de vencimento.
       DEFINIR-PRIMEIRO-VENCIMENTO.
           MOVE SPACES TO MENSAGEM
           IF EP-DATA-1-VENC = 0
               MOVE WS-HOJE TO WS-DATA-VENC
               IF WS-VENC-MES = 12
                   MOVE 1 TO WS-VENC-MES
                   ADD 1 TO WS-VENC-ANO
               ELSE
                   ADD 1 TO WS-VENC-MES
               END-IF
               IF WS-VENC-DIA > 28
                   MOVE 28 TO WS-VENC-DIA
               END-IF
               MOVE WS-DATA-VENC TO EP-DATA-1-VENC
           END-IF

           MOVE EP-DATA-1-VENC TO WS-DATA-VENC
           IF WS-VENC-MES = 0 OR WS-VENC-MES > 12
                   OR WS-VENC-DIA = 0 OR WS-VENC-DIA > 28
               MOVE "Vencimento invalido (dia ate 28)." TO MENSAGEM
           ELSE
           IF EP-DATA-1-VENC NOT > WS-HOJE
               MOVE "Vencimento deve ser futuro." TO MENSAGEM
           END-IF
           END-IF.

      *    Aprovacao com dupla custodia: supervisor autenticado na
      *    hora e diferente de quem registrou. Gera as parcelas,
      *    credita o valor na conta e ativa o contrato.
       APROVAR-CONTRATO.
           DISPLAY "Numero do contrato: "
           ACCEPT WS-CONTRATO

           PERFORM LER-CONTRATO
           IF NOT CONTRATO-ENCONTRADO
               MOVE "Contrato inexistente." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF
           IF EP-SITUACAO NOT = "P"
               MOVE "Contrato nao esta pendente." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           PERFORM VALIDAR-SUPERVISOR
           IF NOT SUPERVISOR-OK
               MOVE "Supervisor nao autorizado." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF
           IF WS-SUPERVISOR-ID = EP-SOLICITANTE
               MOVE "Aprovador deve ser outra pessoa." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           PERFORM LER-CONTA-CONTRATO
           IF NOT CONTA-ENCONTRADA
               MOVE "Conta inexistente." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF
           IF CM-SITUACAO NOT = "A"
               MOVE "Conta nao esta ativa." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF
           IF EP-DATA-1-VENC NOT > WS-HOJE
               MOVE "Primeiro vencimento ja passou." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           PERFORM CALCULAR-PARCELA-FIXA
           IF WS-PARCELA-FIXA < 1
               MOVE "Parcela abaixo de 1 real." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           PERFORM GERAR-CRONOGRAMA

           ADD EP-VALOR TO CM-SALDO
           REWRITE CONTA-MASTER-REC
           MOVE EP-VALOR TO WS-VALOR-MOV
           MOVE SPACES TO WS-MOTIVO-MOV
           STRING "Liberacao emprest. " DELIMITED BY SIZE
                  EP-CONTRATO DELIMITED BY SIZE
                  INTO WS-MOTIVO-MOV
           END-STRING
           PERFORM GRAVAR-MOVIMENTO-EMPRESTIMO

           MOVE WS-PARCELA-FIXA TO EP-VALOR-PARCELA
           MOVE WS-HOJE TO EP-DATA-APROVACAO
           MOVE WS-SUPERVISOR-ID TO EP-APROVADOR
           MOVE "A" TO EP-SITUACAO
           REWRITE EMPRESTIMO-REC

           MOVE SPACES TO MENSAGEM
           STRING "Liberado. SUP=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUPERVISOR-ID) DELIMITED BY SIZE
                  INTO MENSAGEM
           END-STRING
           DISPLAY MENSAGEM.

      *    Parcela fixa da tabela Price: P * i * F / (F - 1), com
      *    F = (1 + i) elevado ao prazo; sem juros, P / n. Truncada
      *    em reais inteiros - a diferenca vai toda para a ultima.
       CALCULAR-PARCELA-FIXA.
           IF EP-TAXA-MES = 0
               COMPUTE WS-PARCELA-FIXA = EP-VALOR / EP-PRAZO
           ELSE
               COMPUTE WS-FATOR = (1 + EP-TAXA-MES) ** EP-PRAZO
               COMPUTE WS-PARCELA-FIXA =
                   EP-VALOR * EP-TAXA-MES * WS-FATOR / (WS-FATOR - 1)
           END-IF
           MOVE WS-PARCELA-FIXA TO WS-VALOR-INTEIRO
           MOVE WS-VALOR-INTEIRO TO WS-PARCELA-FIXA.

      *    Uma parcela por mes a partir do primeiro vencimento: juros
      *    do mes sobre o saldo devedor, amortizacao = parcela -
      *    juros. A ultima amortiza o saldo que sobrar.
       GERAR-CRONOGRAMA.
           MOVE EP-VALOR TO WS-SALDO-DEVEDOR
           MOVE EP-DATA-1-VENC TO WS-DATA-VENC

           PERFORM VARYING WS-NUM-PARCELA FROM 1 BY 1
                   UNTIL WS-NUM-PARCELA > EP-PRAZO
               COMPUTE WS-JUROS-MES ROUNDED =
                   WS-SALDO-DEVEDOR * EP-TAXA-MES
               MOVE EP-CONTRATO TO PC-CONTRATO
               MOVE WS-NUM-PARCELA TO PC-NUMERO
               MOVE WS-DATA-VENC TO PC-DATA-VENC
               IF WS-NUM-PARCELA = EP-PRAZO
                   MOVE WS-SALDO-DEVEDOR TO PC-AMORTIZACAO
                   COMPUTE WS-VALOR-INTEIRO ROUNDED =
                       WS-SALDO-DEVEDOR + WS-JUROS-MES
                   MOVE WS-VALOR-INTEIRO TO PC-VALOR
                   COMPUTE PC-JUROS = PC-VALOR - PC-AMORTIZACAO
               ELSE
                   MOVE WS-PARCELA-FIXA TO PC-VALOR
                   MOVE WS-JUROS-MES TO PC-JUROS
                   COMPUTE PC-AMORTIZACAO = PC-VALOR - PC-JUROS
               END-IF
               SUBTRACT PC-AMORTIZACAO FROM WS-SALDO-DEVEDOR
               MOVE WS-SALDO-DEVEDOR TO PC-SALDO-DEVEDOR
               MOVE 0 TO PC-MULTA
               MOVE 0 TO PC-MORA
               MOVE PC-DATA-VENC TO PC-DATA-MORA
               MOVE 0 TO PC-DATA-PAGTO
               MOVE 0 TO PC-VALOR-PAGO
               MOVE "A" TO PC-SITUACAO
               WRITE PARCELA-REC
                   INVALID KEY
                       REWRITE PARCELA-REC
               END-WRITE

               IF WS-VENC-MES = 12
                   MOVE 1 TO WS-VENC-MES
                   ADD 1 TO WS-VENC-ANO
               ELSE
                   ADD 1 TO WS-VENC-MES
               END-IF
           END-PERFORM.

      *    Cancela a proposta ainda pendente (desistencia do cliente
      *    ou credito negado); contrato ativo so sai por quitacao.
       CANCELAR-CONTRATO.
           DISPLAY "Numero do contrato: "
           ACCEPT WS-CONTRATO

           PERFORM LER-CONTRATO
           IF NOT CONTRATO-ENCONTRADO
               MOVE "Contrato inexistente." TO MENSAGEM
           ELSE
           IF EP-SITUACAO NOT = "P"
               MOVE "Contrato nao esta pendente." TO MENSAGEM
           ELSE
               MOVE "C" TO EP-SITUACAO
               REWRITE EMPRESTIMO-REC
               MOVE "Contrato cancelado." TO MENSAGEM
           END-IF
           END-IF

           DISPLAY MENSAGEM.

       CONSULTAR-CONTRATO.
           DISPLAY "Numero do contrato: "
           ACCEPT WS-CONTRATO

           PERFORM LER-CONTRATO
           IF NOT CONTRATO-ENCONTRADO
               MOVE "Contrato inexistente." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           MOVE EP-VALOR TO WS-VALOR-EDIT
           DISPLAY "Contrato: " EP-CONTRATO " conta " EP-CONTA
           DISPLAY "Valor: " WS-VALOR-EDIT " taxa ao mes "
                   EP-TAXA-MES " prazo " EP-PRAZO
           DISPLAY "Contratado em " EP-DATA-CONTRATO " por "
                   EP-SOLICITANTE
           DISPLAY "Situacao: " EP-SITUACAO " aprovado em "
                   EP-DATA-APROVACAO " por " EP-APROVADOR

           MOVE "N" TO WS-EOF-PARCELA
           MOVE EP-CONTRATO TO PC-CONTRATO
           MOVE 0 TO PC-NUMERO
           START PARCELA-FILE KEY NOT < PC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-PARCELA
           END-START

           PERFORM UNTIL FIM-PARCELAS
               READ PARCELA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PARCELA
                   NOT AT END
                       IF PC-CONTRATO NOT = EP-CONTRATO
                           MOVE "S" TO WS-EOF-PARCELA
                       ELSE
                           PERFORM MOSTRAR-PARCELA
                       END-IF
               END-READ
           END-PERFORM

           MOVE "Consulta efetuada." TO MENSAGEM.

       MOSTRAR-PARCELA.
           MOVE PC-VALOR TO WS-VALOR-EDIT
           MOVE PC-SALDO-DEVEDOR TO WS-SALDO-EDIT
           COMPUTE WS-ENCARGO-EDIT = PC-MULTA + PC-MORA
           DISPLAY PC-NUMERO " venc " PC-DATA-VENC " " WS-VALOR-EDIT
                   " saldo " WS-SALDO-EDIT " encargos "
                   WS-ENCARGO-EDIT " " PC-SITUACAO.

       LER-CONTRATO.
           MOVE "N" TO WS-ACHOU-CONTRATO
           MOVE WS-CONTRATO TO EP-CONTRATO
           READ EMPRESTIMO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-CONTRATO
           END-READ.

       LER-CONTA-CONTRATO.
           MOVE "N" TO WS-ACHOU-CONTA
           MOVE EP-CONTA TO CM-CONTA
           READ CONTA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-CONTA
           END-READ.

       OBTER-OPERADOR-SESSAO.
           MOVE "L" TO WS-SESSOP
           CALL "SessaoCorp" USING WS-SESSOP WS-OPERADOR
               WS-TERMINAL
           END-CALL.

      *    Autentica o supervisor no SegurancaCorp e confere no
      *    diretorio que o perfil e de supervisor ou administrador.
       VALIDAR-SUPERVISOR.
           MOVE "N" TO WS-SUPERVISOR-OK
           DISPLAY "ID do supervisor: "
           ACCEPT WS-SUPERVISOR-ID
           DISPLAY "Senha do supervisor: "
           ACCEPT WS-SUPERVISOR-SENHA

           MOVE "V" TO WS-OPERACAO-CORP
           CALL "SegurancaCorp" USING WS-OPERACAO-CORP
               WS-SUPERVISOR-ID WS-SUPERVISOR-SENHA
               WS-SENHA-NOVA-CORP WS-HOJE WS-STATUS-CORP
           END-CALL

           IF WS-STATUS-CORP = "OK  "
               OPEN INPUT USER-FILE
               IF WS-USER-STATUS = "00"
                   MOVE WS-SUPERVISOR-ID TO US-USER-ID
                   READ USER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF US-PERFIL = "S" OR US-PERFIL = "A"
                               MOVE "S" TO WS-SUPERVISOR-OK
                           END-IF
                   END-READ
                   CLOSE USER-FILE
               END-IF
           ELSE
               DISPLAY "Supervisor nao autenticado ("
                       WS-STATUS-CORP ")."
           END-IF.

       GRAVAR-MOVIMENTO-EMPRESTIMO.
           ACCEPT WS-AGORA FROM TIME
           OPEN EXTEND MOVIMENTO-FILE
           IF WS-MOVIMENTO-STATUS = "35"
               OPEN OUTPUT MOVIMENTO-FILE
           END-IF
           MOVE WS-HOJE TO MV-DATA
           MOVE WS-AGORA TO MV-HORA
           MOVE "L" TO MV-TIPO
           MOVE 0 TO MV-AGENCIA
           MOVE EP-CONTA TO MV-CONTA
           MOVE WS-VALOR-MOV TO MV-VALOR
           MOVE "A" TO MV-RESULTADO
           MOVE WS-MOTIVO-MOV TO MV-MOTIVO
           PERFORM OBTER-OPERADOR-SESSAO
           MOVE SPACES TO MV-TERMINAL
           MOVE SPACES TO MV-OPERADOR
           IF WS-TERMINAL NOT = "-"
               MOVE WS-TERMINAL TO MV-TERMINAL
           END-IF
           IF WS-OPERADOR NOT = "-"
               MOVE WS-OPERADOR TO MV-OPERADOR
           END-IF
           WRITE MOVIMENTO-REC
           CLOSE MOVIMENTO-FILE.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "ManterEmprestimos"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.

           COPY "QUIECHK.CPY" REPLACING
               ROTINA-NOME  BY VERIFICAR-JANELA-LOTE
               ROTINA-AUDIT BY REGISTRAR-AUDITORIA.
