       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManterEquivalencias.

      *    Entrada e aprovacao de aproveitamento de estudos
      *    (data/equivalencias.dat): a secretaria registra o curso
      *    que o aluno transferido ja concluiu em outra instituicao,
      *    com a nota e a data de conclusao de origem, contra o curso
      *    equivalente da escola (cursos_master.dat), e a
      *    coordenacao aprova ou rejeita. A decisao guarda a data e
      *    o operador da sessao como coordenador e vai para a trilha
      *    de auditoria, que registra o operador; quem registrou nao
      *    decide o proprio registro. Equivalencia rejeitada pode
      *    ser registrada de novo com a documentacao corrigida.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EQUIVALENCIA-FILE ASSIGN TO
                   "data/equivalencias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQ-CHAVE
               FILE STATUS IS WS-EQUIVALENCIA-STATUS.

           SELECT CURSO-FILE ASSIGN TO "data/cursos_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CURSO-COD
               FILE STATUS IS WS-CURSO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EQUIVALENCIA-FILE.
       COPY "EQUIVREC.CPY".

       FD  CURSO-FILE.
       COPY "CURSOREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-EQUIVALENCIA-STATUS PIC XX.
       01 WS-CURSO-STATUS    PIC XX.
       01 OPCAO              PIC X(1).
       01 ALUNO-ID           PIC X(10).
       01 CURSO-COD          PIC X(6).
       01 MENSAGEM           PIC X(40).
       01 WS-HOJE            PIC 9(8).
       01 WS-ACHOU-EQUIV     PIC X(1).
           88 EQUIVALENCIA-ENCONTRADA VALUE "S".
       01 WS-EOF-EQUIV       PIC X VALUE "N".
           88 FIM-EQUIVALENCIAS  VALUE "S".
       01 WS-NOTA-EDIT       PIC Z9.99.
       01 WS-SESSAO-OP       PIC X(1).
       01 WS-OPERADOR        PIC X(10).
       01 WS-TERMINAL        PIC X(8).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           MOVE "L" TO WS-SESSAO-OP
           CALL "SessaoCorp" USING WS-SESSAO-OP WS-OPERADOR
               WS-TERMINAL
           END-CALL
           PERFORM ABRIR-ARQUIVO

           DISPLAY "Aproveitamento - (R)egistrar, (A)provar, "
                   "re(J)eitar, (C)onsultar ou (L)istar pendentes? "
           ACCEPT OPCAO

           EVALUATE OPCAO
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO OPCAO
                   PERFORM REGISTRAR-EQUIVALENCIA
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO OPCAO
                   PERFORM DECIDIR-EQUIVALENCIA
               WHEN "J"
               WHEN "j"
                   MOVE "J" TO OPCAO
                   PERFORM DECIDIR-EQUIVALENCIA
               WHEN "C"
               WHEN "c"
                   MOVE "C" TO OPCAO
                   PERFORM CONSULTAR-EQUIVALENCIA
               WHEN OTHER
                   PERFORM LISTAR-PENDENTES
           END-EVALUATE

           CLOSE EQUIVALENCIA-FILE

      *    O operador (coordenador da decisao) e gravado pela
      *    propria rotina de auditoria.
           STRING "OPCAO=" DELIMITED BY SIZE
                  OPCAO DELIMITED BY SIZE
                  " ALUNO=" DELIMITED BY SIZE
                  FUNCTION TRIM(ALUNO-ID) DELIMITED BY SIZE
                  " CURSO=" DELIMITED BY SIZE
                  CURSO-COD DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           MOVE MENSAGEM TO WS-AUDIT-SAIDA
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

       ABRIR-ARQUIVO.
           OPEN I-O EQUIVALENCIA-FILE
           IF WS-EQUIVALENCIA-STATUS = "35"
               OPEN OUTPUT EQUIVALENCIA-FILE
               CLOSE EQUIVALENCIA-FILE
               OPEN I-O EQUIVALENCIA-FILE
           END-IF.

       ACEITAR-CHAVE.
           DISPLAY "ID do aluno: "
           ACCEPT ALUNO-ID
           DISPLAY "Curso da escola: "
           ACCEPT CURSO-COD.

       REGISTRAR-EQUIVALENCIA.
           PERFORM ACEITAR-CHAVE

           PERFORM LER-EQUIVALENCIA
           IF EQUIVALENCIA-ENCONTRADA AND EQ-SITUACAO NOT = "R"
               MOVE "Aproveitamento ja registrado." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

      *    Sem cadastro de cursos a checagem nao bloqueia.
           OPEN INPUT CURSO-FILE
           IF WS-CURSO-STATUS = "00"
               MOVE CURSO-COD TO CU-CURSO-COD
               READ CURSO-FILE
                   INVALID KEY
                       MOVE "Curso da escola inexistente." TO MENSAGEM
               END-READ
               CLOSE CURSO-FILE
               IF MENSAGEM NOT = SPACES
                   DISPLAY MENSAGEM
                   GOBACK
               END-IF
           END-IF

           MOVE ALUNO-ID TO EQ-ALUNO-ID
           MOVE CURSO-COD TO EQ-CURSO-COD
           DISPLAY "Instituicao de origem: "
           ACCEPT EQ-INSTITUICAO
           DISPLAY "Curso de origem: "
           ACCEPT EQ-CURSO-ORIGEM
           DISPLAY "Nota final na origem (0 a 10, ex.: 0850): "
           ACCEPT EQ-NOTA
           DISPLAY "Data de conclusao na origem (AAAAMMDD): "
           ACCEPT EQ-DATA-CONCLUSAO

           IF EQ-NOTA NOT NUMERIC OR EQ-NOTA > 10
               MOVE "Nota invalida." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF
           IF EQ-DATA-CONCLUSAO NOT NUMERIC OR
                   EQ-DATA-CONCLUSAO > WS-HOJE
               MOVE "Data de conclusao invalida." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           MOVE WS-HOJE TO EQ-DATA-REGISTRO
           MOVE WS-OPERADOR TO EQ-REGISTRADO-POR
           MOVE "P" TO EQ-SITUACAO
           MOVE SPACES TO EQ-COORDENADOR
           MOVE 0 TO EQ-DATA-DECISAO

           IF EQUIVALENCIA-ENCONTRADA
               REWRITE EQUIVALENCIA-REC
           ELSE
               WRITE EQUIVALENCIA-REC
           END-IF
           MOVE "Aproveitamento registrado." TO MENSAGEM
           DISPLAY MENSAGEM.

       DECIDIR-EQUIVALENCIA.
           PERFORM ACEITAR-CHAVE

           PERFORM LER-EQUIVALENCIA
           IF NOT EQUIVALENCIA-ENCONTRADA
               MOVE "Aproveitamento inexistente." TO MENSAGEM
           ELSE
           IF EQ-SITUACAO NOT = "P"
               MOVE "Aproveitamento ja decidido." TO MENSAGEM
           ELSE
           IF WS-OPERADOR NOT = SPACES AND
                   WS-OPERADOR = EQ-REGISTRADO-POR
               MOVE "Quem registrou nao pode decidir." TO MENSAGEM
           ELSE
               PERFORM MOSTRAR-EQUIVALENCIA
               IF OPCAO = "A"
                   MOVE "A" TO EQ-SITUACAO
                   MOVE "Aproveitamento aprovado." TO MENSAGEM
               ELSE
                   MOVE "R" TO EQ-SITUACAO
                   MOVE "Aproveitamento rejeitado." TO MENSAGEM
               END-IF
               MOVE WS-OPERADOR TO EQ-COORDENADOR
               MOVE WS-HOJE TO EQ-DATA-DECISAO
               REWRITE EQUIVALENCIA-REC
           END-IF
           END-IF
           END-IF

           DISPLAY MENSAGEM.

       CONSULTAR-EQUIVALENCIA.
           PERFORM ACEITAR-CHAVE

           PERFORM LER-EQUIVALENCIA
           IF NOT EQUIVALENCIA-ENCONTRADA
               MOVE "Aproveitamento inexistente." TO MENSAGEM
           ELSE
               PERFORM MOSTRAR-EQUIVALENCIA
               DISPLAY "Situacao: " EQ-SITUACAO
                       "  Registro: " EQ-DATA-REGISTRO " "
                       EQ-REGISTRADO-POR
               IF EQ-SITUACAO NOT = "P"
                   DISPLAY "Decisao: " EQ-DATA-DECISAO
                           "  Coordenador: " EQ-COORDENADOR
               END-IF
               MOVE "Consulta efetuada." TO MENSAGEM
           END-IF
           DISPLAY MENSAGEM.

       MOSTRAR-EQUIVALENCIA.
           MOVE EQ-NOTA TO WS-NOTA-EDIT
           DISPLAY "Aluno " EQ-ALUNO-ID "  curso " EQ-CURSO-COD
           DISPLAY "Origem: " EQ-INSTITUICAO " / " EQ-CURSO-ORIGEM
           DISPLAY "Nota " WS-NOTA-EDIT "  concluido em "
                   EQ-DATA-CONCLUSAO.

       LISTAR-PENDENTES.
           DISPLAY "ALUNO      CURSO  NOTA  ORIGEM"
           MOVE LOW-VALUES TO EQ-CHAVE
           START EQUIVALENCIA-FILE KEY NOT < EQ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-EQUIV
           END-START

           PERFORM UNTIL FIM-EQUIVALENCIAS
               READ EQUIVALENCIA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-EQUIV
                   NOT AT END
                       IF EQ-SITUACAO = "P"
                           MOVE EQ-NOTA TO WS-NOTA-EDIT
                           DISPLAY EQ-ALUNO-ID " " EQ-CURSO-COD " "
                                   WS-NOTA-EDIT " " EQ-INSTITUICAO
                       END-IF
               END-READ
           END-PERFORM

           MOVE "Pendentes listados." TO MENSAGEM.

       LER-EQUIVALENCIA.
           MOVE SPACES TO MENSAGEM
           MOVE "N" TO WS-ACHOU-EQUIV
           MOVE ALUNO-ID TO EQ-ALUNO-ID
           MOVE CURSO-COD TO EQ-CURSO-COD
           READ EQUIVALENCIA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-EQUIV
           END-READ.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "ManterEquivalencias"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
