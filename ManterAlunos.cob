       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManterAlunos.

      *    Cadastro e manutencao do mestre de alunos
      *    (data/idadeenota_alunos.dat), com o contato do aluno
      *    (data/alunos_contato.dat) e os responsaveis
      *    (data/responsaveis.dat). Aluno menor de idade pela data
      *    de nascimento so entra - e so continua - com pelo menos
      *    um responsavel; um dos responsaveis e o financeiro, cujo
      *    nome sai na cobranca e no envio do certificado
      *    (RESPFIN.CPY).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-FILE ASSIGN TO "data/idadeenota_alunos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ALUNO-ID
               FILE STATUS IS WS-ALUNO-STATUS.

           SELECT CONTATO-FILE ASSIGN TO "data/alunos_contato.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ALUNO-ID
               FILE STATUS IS WS-CONTATO-STATUS.

           SELECT RESPONSAVEL-FILE ASSIGN TO "data/responsaveis.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-CHAVE
               FILE STATUS IS WS-RESPONSAVEL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-FILE.
       COPY "ALUNOREC.CPY".

       FD  CONTATO-FILE.
       COPY "ALCONREC.CPY".

       FD  RESPONSAVEL-FILE.
       COPY "RESPREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "RESPFWS.CPY".
       01 WS-CONTATO-STATUS PIC XX.
       01 WS-EOF-ALUNO      PIC X VALUE "N".
           88 FIM-ALUNOS        VALUE "S".
       01 WS-EOF-RESP       PIC X(1).
           88 FIM-RESPONSAVEIS  VALUE "S".
       01 OPCAO             PIC X(1).
       01 OPCAO-RESP        PIC X(1).
       01 ALUNO-ID          PIC X(10).
       01 RESP-SEQ          PIC 9(2).
       01 MENSAGEM          PIC X(40).
       01 WS-ACHOU-ALUNO    PIC X(1).
           88 ALUNO-ENCONTRADO  VALUE "S".
       01 WS-ACHOU-RESP     PIC X(1).
           88 RESPONSAVEL-ENCONTRADO VALUE "S".
       01 WS-ACHOU-CONTATO  PIC X(1).
       01 WS-HOJE-AREA.
           05 WS-HOJE          PIC 9(8).
           05 FILLER REDEFINES WS-HOJE.
               10 WS-HOJE-ANO  PIC 9(4).
               10 WS-HOJE-MMDD PIC 9(4).
       01 WS-NASC-AREA.
           05 WS-NASC          PIC 9(8).
           05 FILLER REDEFINES WS-NASC.
               10 WS-NASC-ANO  PIC 9(4).
               10 WS-NASC-MMDD PIC 9(4).
       01 WS-IDADE-CALC     PIC 9(3).
       01 WS-MAIORIDADE     PIC 9(3) VALUE 18.
       01 WS-QTD-RESP       PIC 9(2).
       01 WS-MAIOR-SEQ      PIC 9(2).
       01 WS-SEQ-FINANCEIRO PIC 9(2).
       01 WS-CONFIRMA       PIC X(1).
       01 WS-NOME-FINANCEIRO PIC X(20).
       01 WS-RESP-NOVO      PIC X(109).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-ARQUIVOS

           DISPLAY "Cadastro de alunos - (C)adastrar, (A)lterar, "
                   "(R)esponsaveis, c(O)nsultar ou (L)istar? "
           ACCEPT OPCAO

           EVALUATE OPCAO
               WHEN "C"
               WHEN "c"
                   PERFORM CADASTRAR-ALUNO
               WHEN "A"
               WHEN "a"
                   PERFORM ALTERAR-ALUNO
               WHEN "R"
               WHEN "r"
                   PERFORM MANTER-RESPONSAVEIS
               WHEN "O"
               WHEN "o"
                   PERFORM CONSULTAR-ALUNO
               WHEN OTHER
                   PERFORM LISTAR-ALUNOS
           END-EVALUATE

           CLOSE RESPONSAVEL-FILE
           CLOSE CONTATO-FILE
           CLOSE ALUNO-FILE

           STRING "OPCAO=" DELIMITED BY SIZE
                  OPCAO DELIMITED BY SIZE
                  " ID=" DELIMITED BY SIZE
                  FUNCTION TRIM(ALUNO-ID) DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           MOVE MENSAGEM TO WS-AUDIT-SAIDA
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

       ABRIR-ARQUIVOS.
           OPEN I-O ALUNO-FILE
           IF WS-ALUNO-STATUS = "35"
               OPEN OUTPUT ALUNO-FILE
               CLOSE ALUNO-FILE
               OPEN I-O ALUNO-FILE
           END-IF
           IF WS-ALUNO-STATUS = "00"
               MOVE "S" TO WS-RF-ALUNO-ABERTO
           END-IF

           OPEN I-O CONTATO-FILE
           IF WS-CONTATO-STATUS = "35"
               OPEN OUTPUT CONTATO-FILE
               CLOSE CONTATO-FILE
               OPEN I-O CONTATO-FILE
           END-IF

           OPEN I-O RESPONSAVEL-FILE
           IF WS-RESPONSAVEL-STATUS = "35"
               OPEN OUTPUT RESPONSAVEL-FILE
               CLOSE RESPONSAVEL-FILE
               OPEN I-O RESPONSAVEL-FILE
           END-IF
           IF WS-RESPONSAVEL-STATUS = "00"
               MOVE "S" TO WS-RF-RESP-ABERTO
           END-IF.

      *    Menor de idade entra com o primeiro responsavel no mesmo
      *    cadastro (ja como financeiro); sem ele nada e gravado.
       CADASTRAR-ALUNO.
           DISPLAY "ID do aluno: "
           ACCEPT ALUNO-ID

           PERFORM LER-ALUNO
           IF ALUNO-ENCONTRADO
               MOVE "Aluno ja cadastrado." TO MENSAGEM
           ELSE
               MOVE ALUNO-ID TO AL-ALUNO-ID
               PERFORM ACEITAR-DADOS-ALUNO
               IF MENSAGEM = SPACES
                   MOVE ALUNO-ID TO AC-ALUNO-ID
                   PERFORM ACEITAR-CONTATO
                   PERFORM CALCULAR-IDADE-ALUNO
                   IF WS-IDADE-CALC < WS-MAIORIDADE
                       DISPLAY "Aluno menor de idade: informe o "
                               "responsavel."
                       MOVE ALUNO-ID TO RP-ALUNO-ID
                       MOVE 1 TO RP-SEQ
                       PERFORM ACEITAR-DADOS-RESPONSAVEL
                       IF MENSAGEM NOT = SPACES
                           MOVE "Menor sem responsavel - recusado."
                               TO MENSAGEM
                       END-IF
                   END-IF
               END-IF
               IF MENSAGEM = SPACES
                   WRITE ALUNO-REC
                   WRITE ALUNO-CONTATO-REC
                   IF WS-IDADE-CALC < WS-MAIORIDADE
                       MOVE "S" TO RP-FINANCEIRO
                       WRITE RESPONSAVEL-REC
                   END-IF
                   MOVE "Aluno cadastrado." TO MENSAGEM
               END-IF
           END-IF

           DISPLAY MENSAGEM.

       ALTERAR-ALUNO.
           DISPLAY "ID do aluno: "
           ACCEPT ALUNO-ID

           PERFORM LER-ALUNO
           IF NOT ALUNO-ENCONTRADO
               MOVE "Aluno nao cadastrado." TO MENSAGEM
           ELSE
               DISPLAY "Nome atual: " AL-NOME
                       "  Nascimento: " AL-NASCIMENTO
               PERFORM ACEITAR-DADOS-ALUNO
               IF MENSAGEM = SPACES
                   PERFORM CALCULAR-IDADE-ALUNO
                   PERFORM CONTAR-RESPONSAVEIS
                   IF WS-IDADE-CALC < WS-MAIORIDADE AND
                           WS-QTD-RESP = 0
                       MOVE "Menor sem responsavel - recusado."
                           TO MENSAGEM
                   END-IF
               END-IF
               IF MENSAGEM = SPACES
                   REWRITE ALUNO-REC
                   PERFORM LER-CONTATO
                   PERFORM ACEITAR-CONTATO
                   IF WS-ACHOU-CONTATO = "S"
                       REWRITE ALUNO-CONTATO-REC
                   ELSE
                       WRITE ALUNO-CONTATO-REC
                   END-IF
                   MOVE "Aluno alterado." TO MENSAGEM
               END-IF
           END-IF

           DISPLAY MENSAGEM.

      *    Nome obrigatorio e nascimento valido, nunca no futuro.
      *    MENSAGEM volta em branco quando tudo confere.
       ACEITAR-DADOS-ALUNO.
           MOVE SPACES TO MENSAGEM
           DISPLAY "Nome: "
           ACCEPT AL-NOME
           DISPLAY "Data de nascimento (AAAAMMDD): "
           ACCEPT AL-NASCIMENTO

           EVALUATE TRUE
               WHEN AL-NOME = SPACES
                   MOVE "Nome obrigatorio." TO MENSAGEM
               WHEN AL-NASCIMENTO NOT NUMERIC
                   MOVE "Data de nascimento invalida." TO MENSAGEM
               WHEN FUNCTION TEST-DATE-YYYYMMDD(AL-NASCIMENTO)
                       NOT = 0
                   MOVE "Data de nascimento invalida." TO MENSAGEM
               WHEN AL-NASCIMENTO > WS-HOJE
                   MOVE "Nascimento no futuro." TO MENSAGEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ACEITAR-CONTATO.
           DISPLAY "Endereco: "
           ACCEPT AC-ENDERECO
           DISPLAY "Cidade: "
           ACCEPT AC-CIDADE
           DISPLAY "UF: "
           ACCEPT AC-UF
           DISPLAY "CEP (8 digitos): "
           ACCEPT AC-CEP
           IF AC-CEP NOT NUMERIC
               MOVE 0 TO AC-CEP
           END-IF
           DISPLAY "Telefone: "
           ACCEPT AC-TELEFONE
           DISPLAY "E-mail: "
           ACCEPT AC-EMAIL.

      *    Nome e CPF obrigatorios. MENSAGEM volta em branco quando
      *    tudo confere.
       ACEITAR-DADOS-RESPONSAVEL.
           MOVE SPACES TO MENSAGEM
           DISPLAY "Nome do responsavel: "
           ACCEPT RP-NOME
           DISPLAY "CPF do responsavel (11 digitos): "
           ACCEPT RP-CPF
           DISPLAY "Parentesco: "
           ACCEPT RP-PARENTESCO
           DISPLAY "Telefone do responsavel: "
           ACCEPT RP-TELEFONE
           DISPLAY "E-mail do responsavel: "
           ACCEPT RP-EMAIL

           EVALUATE TRUE
               WHEN RP-NOME = SPACES
                   MOVE "Nome do responsavel obrigatorio." TO
                       MENSAGEM
               WHEN RP-CPF NOT NUMERIC
                   MOVE "CPF do responsavel invalido." TO MENSAGEM
               WHEN RP-CPF = 0
                   MOVE "CPF do responsavel invalido." TO MENSAGEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MANTER-RESPONSAVEIS.
           DISPLAY "ID do aluno: "
           ACCEPT ALUNO-ID

           PERFORM LER-ALUNO
           IF NOT ALUNO-ENCONTRADO
               MOVE "Aluno nao cadastrado." TO MENSAGEM
               DISPLAY MENSAGEM
           ELSE
               PERFORM CALCULAR-IDADE-ALUNO
               PERFORM MOSTRAR-RESPONSAVEIS
               DISPLAY "(I)ncluir, (A)lterar, (E)xcluir ou marcar o "
                       "(F)inanceiro? "
               ACCEPT OPCAO-RESP
               EVALUATE OPCAO-RESP
                   WHEN "I"
                   WHEN "i"
                       PERFORM INCLUIR-RESPONSAVEL
                   WHEN "A"
                   WHEN "a"
                       PERFORM ALTERAR-RESPONSAVEL
                   WHEN "E"
                   WHEN "e"
                       PERFORM EXCLUIR-RESPONSAVEL
                   WHEN "F"
                   WHEN "f"
                       PERFORM MARCAR-FINANCEIRO
                   WHEN OTHER
                       MOVE "Responsaveis consultados." TO MENSAGEM
               END-EVALUATE
               DISPLAY MENSAGEM
           END-IF.

      *    O primeiro responsavel do aluno ja entra como financeiro.
       INCLUIR-RESPONSAVEL.
           PERFORM CONTAR-RESPONSAVEIS
           IF WS-MAIOR-SEQ = 99
               MOVE "Limite de responsaveis atingido." TO MENSAGEM
           ELSE
               MOVE ALUNO-ID TO RP-ALUNO-ID
               COMPUTE RP-SEQ = WS-MAIOR-SEQ + 1
               PERFORM ACEITAR-DADOS-RESPONSAVEL
               IF MENSAGEM = SPACES
                   IF WS-QTD-RESP = 0
                       MOVE "S" TO WS-CONFIRMA
                   ELSE
                       DISPLAY "Responsavel financeiro (S/N)? "
                       ACCEPT WS-CONFIRMA
                   END-IF
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       MOVE RESPONSAVEL-REC TO WS-RESP-NOVO
                       PERFORM DESMARCAR-FINANCEIRO
                       MOVE WS-RESP-NOVO TO RESPONSAVEL-REC
                       MOVE "S" TO RP-FINANCEIRO
                   ELSE
                       MOVE "N" TO RP-FINANCEIRO
                   END-IF
                   WRITE RESPONSAVEL-REC
                   MOVE "Responsavel incluido." TO MENSAGEM
               END-IF
           END-IF.

       ALTERAR-RESPONSAVEL.
           PERFORM LER-RESPONSAVEL
           IF NOT RESPONSAVEL-ENCONTRADO
               MOVE "Responsavel nao cadastrado." TO MENSAGEM
           ELSE
               PERFORM ACEITAR-DADOS-RESPONSAVEL
               IF MENSAGEM = SPACES
                   REWRITE RESPONSAVEL-REC
                   MOVE "Responsavel alterado." TO MENSAGEM
               END-IF
           END-IF.

      *    Menor nao fica sem responsavel; saindo o financeiro, o
      *    primeiro que sobra assume.
       EXCLUIR-RESPONSAVEL.
           PERFORM LER-RESPONSAVEL
           IF NOT RESPONSAVEL-ENCONTRADO
               MOVE "Responsavel nao cadastrado." TO MENSAGEM
           ELSE
               PERFORM CONTAR-RESPONSAVEIS
               IF WS-IDADE-CALC < WS-MAIORIDADE AND WS-QTD-RESP < 2
                   MOVE "Menor precisa de um responsavel." TO
                       MENSAGEM
               ELSE
                   MOVE ALUNO-ID TO RP-ALUNO-ID
                   MOVE RESP-SEQ TO RP-SEQ
                   READ RESPONSAVEL-FILE
                   DELETE RESPONSAVEL-FILE
                   IF WS-SEQ-FINANCEIRO = RESP-SEQ
                       PERFORM PASSAR-FINANCEIRO
                   END-IF
                   MOVE "Responsavel excluido." TO MENSAGEM
               END-IF
           END-IF.

       MARCAR-FINANCEIRO.
           PERFORM LER-RESPONSAVEL
           IF NOT RESPONSAVEL-ENCONTRADO
               MOVE "Responsavel nao cadastrado." TO MENSAGEM
           ELSE
               PERFORM DESMARCAR-FINANCEIRO
               MOVE ALUNO-ID TO RP-ALUNO-ID
               MOVE RESP-SEQ TO RP-SEQ
               READ RESPONSAVEL-FILE
               MOVE "S" TO RP-FINANCEIRO
               REWRITE RESPONSAVEL-REC
               MOVE "Responsavel financeiro marcado." TO MENSAGEM
           END-IF.

      *    Tira a marca de financeiro de todos os responsaveis do
      *    aluno (so pode haver um).
       DESMARCAR-FINANCEIRO.
           MOVE "N" TO WS-EOF-RESP
           MOVE ALUNO-ID TO RP-ALUNO-ID
           MOVE 0 TO RP-SEQ
           START RESPONSAVEL-FILE KEY NOT < RP-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-RESP
           END-START

           PERFORM UNTIL FIM-RESPONSAVEIS
               READ RESPONSAVEL-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-RESP
                   NOT AT END
                       IF RP-ALUNO-ID NOT = ALUNO-ID
                           MOVE "S" TO WS-EOF-RESP
                       ELSE
                           IF RP-FINANCEIRO = "S"
                               MOVE "N" TO RP-FINANCEIRO
                               REWRITE RESPONSAVEL-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PASSAR-FINANCEIRO.
           MOVE ALUNO-ID TO RP-ALUNO-ID
           MOVE 0 TO RP-SEQ
           START RESPONSAVEL-FILE KEY NOT < RP-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RESPONSAVEL-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RP-ALUNO-ID = ALUNO-ID
                               MOVE "S" TO RP-FINANCEIRO
                               REWRITE RESPONSAVEL-REC
                               DISPLAY "Financeiro passa a ser "
                                       RP-NOME
                           END-IF
                   END-READ
           END-START.

      *    Quantidade de responsaveis do aluno, a maior sequencia
      *    em uso e a sequencia do financeiro (zero se nao houver).
       CONTAR-RESPONSAVEIS.
           MOVE 0 TO WS-QTD-RESP
           MOVE 0 TO WS-MAIOR-SEQ
           MOVE 0 TO WS-SEQ-FINANCEIRO
           MOVE "N" TO WS-EOF-RESP
           MOVE ALUNO-ID TO RP-ALUNO-ID
           MOVE 0 TO RP-SEQ
           START RESPONSAVEL-FILE KEY NOT < RP-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-RESP
           END-START

           PERFORM UNTIL FIM-RESPONSAVEIS
               READ RESPONSAVEL-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-RESP
                   NOT AT END
                       IF RP-ALUNO-ID NOT = ALUNO-ID
                           MOVE "S" TO WS-EOF-RESP
                       ELSE
                           ADD 1 TO WS-QTD-RESP
                           MOVE RP-SEQ TO WS-MAIOR-SEQ
                           IF RP-FINANCEIRO = "S"
                               MOVE RP-SEQ TO WS-SEQ-FINANCEIRO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MOSTRAR-RESPONSAVEIS.
           DISPLAY "SQ NOME                 CPF         PARENTESCO "
                   "TELEFONE        F"
           MOVE "N" TO WS-EOF-RESP
           MOVE ALUNO-ID TO RP-ALUNO-ID
           MOVE 0 TO RP-SEQ
           START RESPONSAVEL-FILE KEY NOT < RP-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-RESP
           END-START

           PERFORM UNTIL FIM-RESPONSAVEIS
               READ RESPONSAVEL-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-RESP
                   NOT AT END
                       IF RP-ALUNO-ID NOT = ALUNO-ID
                           MOVE "S" TO WS-EOF-RESP
                       ELSE
                           DISPLAY RP-SEQ " " RP-NOME " " RP-CPF " "
                                   RP-PARENTESCO " " RP-TELEFONE " "
                                   RP-FINANCEIRO
                       END-IF
               END-READ
           END-PERFORM.

       CONSULTAR-ALUNO.
           DISPLAY "ID do aluno: "
           ACCEPT ALUNO-ID

           PERFORM LER-ALUNO
           IF ALUNO-ENCONTRADO
               PERFORM CALCULAR-IDADE-ALUNO
               DISPLAY "ID: " AL-ALUNO-ID
               DISPLAY "Nome: " AL-NOME
               DISPLAY "Nascimento: " AL-NASCIMENTO
                       "  Idade: " WS-IDADE-CALC
               PERFORM LER-CONTATO
               IF WS-ACHOU-CONTATO = "S"
                   DISPLAY "Endereco: " AC-ENDERECO
                   DISPLAY "Cidade: " AC-CIDADE " " AC-UF
                           "  CEP: " AC-CEP
                   DISPLAY "Telefone: " AC-TELEFONE
                   DISPLAY "E-mail: " AC-EMAIL
               END-IF
               PERFORM MOSTRAR-RESPONSAVEIS
               PERFORM BUSCAR-RESPONSAVEL-FINANCEIRO
               DISPLAY "Responde pela cobranca: " WS-NOME-FINANCEIRO
               MOVE "Consulta efetuada." TO MENSAGEM
           ELSE
               MOVE "Aluno nao cadastrado." TO MENSAGEM
               DISPLAY MENSAGEM
           END-IF.

       LISTAR-ALUNOS.
           DISPLAY "ID         NOME                 NASC     "
                   "FINANCEIRO"
           MOVE LOW-VALUES TO AL-ALUNO-ID
           START ALUNO-FILE KEY NOT < AL-ALUNO-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-ALUNO
           END-START

           PERFORM UNTIL FIM-ALUNOS
               READ ALUNO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ALUNO
                   NOT AT END
                       MOVE AL-ALUNO-ID TO ALUNO-ID
                       PERFORM BUSCAR-RESPONSAVEL-FINANCEIRO
                       DISPLAY AL-ALUNO-ID " " AL-NOME " "
                               AL-NASCIMENTO " " WS-NOME-FINANCEIRO
               END-READ
           END-PERFORM

           MOVE SPACES TO ALUNO-ID
           MOVE "Listagem efetuada." TO MENSAGEM.

       LER-ALUNO.
           MOVE "N" TO WS-ACHOU-ALUNO
           MOVE ALUNO-ID TO AL-ALUNO-ID
           READ ALUNO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-ALUNO
           END-READ.

       LER-CONTATO.
           MOVE "N" TO WS-ACHOU-CONTATO
           MOVE ALUNO-ID TO AC-ALUNO-ID
           READ CONTATO-FILE
               INVALID KEY
                   MOVE SPACES TO ALUNO-CONTATO-REC
                   MOVE ALUNO-ID TO AC-ALUNO-ID
                   MOVE 0 TO AC-CEP
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-CONTATO
           END-READ.

       LER-RESPONSAVEL.
           DISPLAY "Sequencia do responsavel: "
           ACCEPT RESP-SEQ
           MOVE "N" TO WS-ACHOU-RESP
           MOVE ALUNO-ID TO RP-ALUNO-ID
           MOVE RESP-SEQ TO RP-SEQ
           READ RESPONSAVEL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-RESP
           END-READ.

      *    Idade na data de processamento a partir da data de
      *    nascimento (mesma conta de IdadeENota).
       CALCULAR-IDADE-ALUNO.
           IF AL-NASCIMENTO = 0
               MOVE 0 TO WS-IDADE-CALC
           ELSE
               MOVE AL-NASCIMENTO TO WS-NASC
               COMPUTE WS-IDADE-CALC = WS-HOJE-ANO - WS-NASC-ANO
               IF WS-HOJE-MMDD < WS-NASC-MMDD
                   SUBTRACT 1 FROM WS-IDADE-CALC
               END-IF
           END-IF.

           COPY "RESPFIN.CPY" REPLACING
               ROTINA-NOME  BY BUSCAR-RESPONSAVEL-FINANCEIRO
               ALUNO-CHAVE  BY ALUNO-ID
               NOME-SAIDA   BY WS-NOME-FINANCEIRO.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "ManterAlunos"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
