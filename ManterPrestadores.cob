       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManterPrestadores.

      *    Cadastro dos prestadores da clinica (nutricionistas,
      *    medico) em data/prestadores.dat: nome, especialidade,
      *    registro no conselho (CRN, CRM), dias da semana em que
      *    atende e capacidade diaria de consultas. O ID e o do
      *    cadastro de empregados (empregado ativo), para a agenda
      *    respeitar as ferias e licencas de ManterAfastamentos.
      *    Prestador inativado sai da marcacao da agenda mas fica
      *    nas consultas ja marcadas e no relatorio de
      *    produtividade.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTADOR-FILE ASSIGN TO "data/prestadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-ID
               FILE STATUS IS WS-PRESTADOR-STATUS.

           SELECT EMPREGADO-FILE ASSIGN TO "data/empregados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EMPREGADO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTADOR-FILE.
       COPY "PRESTREC.CPY".

       FD  EMPREGADO-FILE.
       COPY "EMPREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-PRESTADOR-STATUS PIC XX.
       01 WS-EMPREGADO-STATUS PIC XX.
       01 WS-EOF-PRESTADOR    PIC X VALUE "N".
           88 FIM-PRESTADORES     VALUE "S".
       01 OPCAO               PIC X(1).
       01 PRESTADOR-ID        PIC X(10).
       01 MENSAGEM            PIC X(40).
       01 WS-ACHOU-PRESTADOR  PIC X(1).
           88 PRESTADOR-ENCONTRADO VALUE "S".
       01 WS-EMPREGADO-OK     PIC X(1).
           88 EMPREGADO-OK        VALUE "S".
       01 WS-IDX-DIA          PIC 9(1).
       01 WS-CONFIRMA         PIC X(1).
       01 WS-NOME-DIGITADO    PIC X(20).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-PRESTADOR-FILE

           DISPLAY "Prestadores - (C)adastrar, (A)lterar, (I)nativar,"
                   " c(O)nsultar ou (L)istar? "
           ACCEPT OPCAO

           EVALUATE OPCAO
               WHEN "C"
               WHEN "c"
                   PERFORM CADASTRAR-PRESTADOR
               WHEN "A"
               WHEN "a"
                   PERFORM ALTERAR-PRESTADOR
               WHEN "I"
               WHEN "i"
                   PERFORM INATIVAR-PRESTADOR
               WHEN "O"
               WHEN "o"
                   PERFORM CONSULTAR-PRESTADOR
               WHEN OTHER
                   PERFORM LISTAR-PRESTADORES
           END-EVALUATE

           CLOSE PRESTADOR-FILE

           STRING "OPCAO=" DELIMITED BY SIZE
                  OPCAO DELIMITED BY SIZE
                  " ID=" DELIMITED BY SIZE
                  FUNCTION TRIM(PRESTADOR-ID) DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           MOVE MENSAGEM TO WS-AUDIT-SAIDA
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

       ABRIR-PRESTADOR-FILE.
           OPEN I-O PRESTADOR-FILE
           IF WS-PRESTADOR-STATUS = "35"
               OPEN OUTPUT PRESTADOR-FILE
               CLOSE PRESTADOR-FILE
               OPEN I-O PRESTADOR-FILE
           END-IF.

       CADASTRAR-PRESTADOR.
           DISPLAY "ID do prestador (ID de empregado): "
           ACCEPT PRESTADOR-ID

           PERFORM LER-PRESTADOR
           IF PRESTADOR-ENCONTRADO
               MOVE "Prestador ja cadastrado." TO MENSAGEM
           ELSE
               PERFORM VALIDAR-EMPREGADO
               IF NOT EMPREGADO-OK
                   MOVE "Empregado inexistente ou desligado."
                       TO MENSAGEM
               ELSE
                   MOVE PRESTADOR-ID TO PV-ID
                   MOVE EM-NOME TO PV-NOME
                   PERFORM ACEITAR-DADOS-PRESTADOR
                   MOVE "A" TO PV-SITUACAO
                   WRITE PRESTADOR-REC
                   MOVE "Prestador cadastrado." TO MENSAGEM
               END-IF
           END-IF

           DISPLAY MENSAGEM.

       ALTERAR-PRESTADOR.
           DISPLAY "ID do prestador: "
           ACCEPT PRESTADOR-ID

           PERFORM LER-PRESTADOR
           IF PRESTADOR-ENCONTRADO
               PERFORM MOSTRAR-PRESTADOR
               PERFORM ACEITAR-DADOS-PRESTADOR
               MOVE "A" TO PV-SITUACAO
               REWRITE PRESTADOR-REC
               MOVE "Prestador alterado." TO MENSAGEM
           ELSE
               MOVE "Prestador nao cadastrado." TO MENSAGEM
           END-IF

           DISPLAY MENSAGEM.

       INATIVAR-PRESTADOR.
           DISPLAY "ID do prestador: "
           ACCEPT PRESTADOR-ID

           PERFORM LER-PRESTADOR
           IF NOT PRESTADOR-ENCONTRADO OR PV-SITUACAO NOT = "A"
               MOVE "Prestador nao esta ativo." TO MENSAGEM
           ELSE
               PERFORM MOSTRAR-PRESTADOR
               DISPLAY "Confirma a inativacao (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   MOVE "I" TO PV-SITUACAO
                   REWRITE PRESTADOR-REC
                   MOVE "Prestador inativado." TO MENSAGEM
               ELSE
                   MOVE "Inativacao cancelada." TO MENSAGEM
               END-IF
           END-IF

           DISPLAY MENSAGEM.

      *    Nome em branco mantem o atual (no cadastro, o do
      *    empregado). Dias da semana em sete posicoes S/N, de
      *    segunda a domingo; qualquer outra letra vale "N".
       ACEITAR-DADOS-PRESTADOR.
           DISPLAY "Nome (" PV-NOME "): "
           ACCEPT WS-NOME-DIGITADO
           IF WS-NOME-DIGITADO NOT = SPACES
               MOVE WS-NOME-DIGITADO TO PV-NOME
           END-IF
           DISPLAY "Especialidade (NUTRICAO, MEDICINA...): "
           ACCEPT PV-ESPECIALIDADE
           DISPLAY "Registro no conselho (CRN/CRM): "
           ACCEPT PV-CONSELHO
           DISPLAY "Dias que atende, segunda a domingo (ex. "
                   "SNSNSNN): "
           ACCEPT PV-DIAS-SEMANA
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > 7
               IF PV-DIAS-SEMANA(WS-IDX-DIA:1) = "s"
                   MOVE "S" TO PV-DIAS-SEMANA(WS-IDX-DIA:1)
               END-IF
               IF PV-DIAS-SEMANA(WS-IDX-DIA:1) NOT = "S"
                   MOVE "N" TO PV-DIAS-SEMANA(WS-IDX-DIA:1)
               END-IF
           END-PERFORM
           DISPLAY "Consultas por dia (0 = padrao da agenda): "
           ACCEPT PV-CAPACIDADE
           IF PV-CAPACIDADE NOT NUMERIC
               MOVE 0 TO PV-CAPACIDADE
           END-IF.

       VALIDAR-EMPREGADO.
           MOVE "N" TO WS-EMPREGADO-OK
           MOVE SPACES TO EM-NOME
           OPEN INPUT EMPREGADO-FILE
           IF WS-EMPREGADO-STATUS = "00"
               MOVE PRESTADOR-ID TO EM-ID
               READ EMPREGADO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EM-DESLIGAMENTO = 0
                           MOVE "S" TO WS-EMPREGADO-OK
                       END-IF
               END-READ
               CLOSE EMPREGADO-FILE
           END-IF.

       CONSULTAR-PRESTADOR.
           DISPLAY "ID do prestador: "
           ACCEPT PRESTADOR-ID

           PERFORM LER-PRESTADOR
           IF PRESTADOR-ENCONTRADO
               PERFORM MOSTRAR-PRESTADOR
               MOVE "Consulta efetuada." TO MENSAGEM
           ELSE
               MOVE "Prestador nao cadastrado." TO MENSAGEM
               DISPLAY MENSAGEM
           END-IF.

       MOSTRAR-PRESTADOR.
           DISPLAY "ID: " PV-ID "  Situacao: " PV-SITUACAO
           DISPLAY "Nome: " PV-NOME
           DISPLAY "Especialidade: " PV-ESPECIALIDADE
                   "  Conselho: " PV-CONSELHO
           DISPLAY "Dias (seg-dom): " PV-DIAS-SEMANA
                   "  Consultas por dia: " PV-CAPACIDADE.

       LISTAR-PRESTADORES.
           DISPLAY "ID         NOME                 ESPECIALIDADE   "
                   "DIAS    CAP S"
           MOVE LOW-VALUES TO PV-ID
           START PRESTADOR-FILE KEY NOT < PV-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-PRESTADOR
           END-START

           PERFORM UNTIL FIM-PRESTADORES
               READ PRESTADOR-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PRESTADOR
                   NOT AT END
                       DISPLAY PV-ID " " PV-NOME " " PV-ESPECIALIDADE
                               " " PV-DIAS-SEMANA " " PV-CAPACIDADE
                               " " PV-SITUACAO
               END-READ
           END-PERFORM

           MOVE "Listagem efetuada." TO MENSAGEM.

       LER-PRESTADOR.
           MOVE "N" TO WS-ACHOU-PRESTADOR
           MOVE PRESTADOR-ID TO PV-ID
           READ PRESTADOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-PRESTADOR
           END-READ.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "ManterPrestadores"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
