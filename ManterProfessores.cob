      *    cadastro e atribuicoes. E o que permite responder "quem
      *    corrige a TURMA01" e alimenta a validacao do lote de
      *    notas e o relatorio de carga.
      *    O professor e vinculado ao seu cadastro de empregado
      *    (empregados.dat), para que licencas e ferias de
      *    afastamentos.dat aparecam na cobertura das aulas, e tem
      *    o teto de horas semanais usado na carga e na sugestao de
      *    substitutos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS AT-CHAVE
               FILE STATUS IS WS-ATRIBUICAO-STATUS.

           SELECT EMPREGADO-FILE ASSIGN TO "data/empregados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EMPREGADO-STATUS.

           COPY "JRNLSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  ATRIBUICAO-FILE.
       COPY "ATRIREC.CPY".

       FD  EMPREGADO-FILE.
       COPY "EMPREC.CPY".

       COPY "JRNLFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "JRNLWS.CPY".
       01 WS-PROFESSOR-STATUS PIC XX.
       01 WS-ATRIBUICAO-STATUS PIC XX.
       01 WS-EMPREGADO-STATUS PIC XX.
       01 WS-EMPREGADO-ID    PIC X(10).
       01 WS-HORAS-MAXIMAS   PIC 9(2).
       01 WS-EMPREGADO-OK    PIC X(1).
       01 OPCAO              PIC X(1).
       01 WS-ID              PIC X(6).
       01 MENSAGEM           PIC X(40).
           PERFORM ABRIR-ARQUIVOS

           DISPLAY "Professores - (I)ncluir, (D)esligar, "
                   "(A)tribuir turma, (V)incular empregado/teto "
                   "ou (L)istar? "
           ACCEPT OPCAO

           EVALUATE OPCAO
               WHEN "A"
               WHEN "a"
                   PERFORM ATRIBUIR-TURMA
               WHEN "V"
               WHEN "v"
                   PERFORM VINCULAR-EMPREGADO
               WHEN OTHER
                   PERFORM LISTAR-TUDO
           END-EVALUATE
               ACCEPT PF-NOME
               DISPLAY "Qualificacao: "
               ACCEPT PF-QUALIFICACAO
               PERFORM ACEITAR-VINCULO
               IF WS-EMPREGADO-OK = "N"
                   DISPLAY MENSAGEM
                   GOBACK
               END-IF
               MOVE "A" TO PF-SITUACAO
               MOVE WS-EMPREGADO-ID TO PF-EMPREGADO-ID
               MOVE WS-HORAS-MAXIMAS TO PF-HORAS-MAXIMAS
               WRITE PROFESSOR-REC
               MOVE "W" TO WS-JR-OPERACAO
               MOVE PROFESSOR-REC TO WS-JR-DEPOIS

           DISPLAY MENSAGEM.

       VINCULAR-EMPREGADO.
           DISPLAY "ID do professor: "
           ACCEPT WS-ID

           PERFORM LER-PROFESSOR
           IF NOT PROFESSOR-ENCONTRADO
               MOVE "Professor inexistente." TO MENSAGEM
           ELSE
               PERFORM ACEITAR-VINCULO
               IF WS-EMPREGADO-OK = "S"
                   MOVE PROFESSOR-REC TO WS-JR-ANTES
                   MOVE WS-EMPREGADO-ID TO PF-EMPREGADO-ID
                   MOVE WS-HORAS-MAXIMAS TO PF-HORAS-MAXIMAS
                   REWRITE PROFESSOR-REC
                   MOVE "R" TO WS-JR-OPERACAO
                   MOVE PROFESSOR-REC TO WS-JR-DEPOIS
                   PERFORM GRAVAR-JORNAL-PROFESSORES
                   MOVE "Vinculo e teto gravados." TO MENSAGEM
               END-IF
           END-IF

           DISPLAY MENSAGEM.

      *    Empregado em branco = sem vinculo; informado, tem de
      *    existir ativo no cadastro de empregados (sem o cadastro
      *    a checagem nao bloqueia).
       ACEITAR-VINCULO.
           MOVE "S" TO WS-EMPREGADO-OK
           DISPLAY "ID do empregado (branco = sem vinculo): "
           ACCEPT WS-EMPREGADO-ID
           DISPLAY "Teto de horas semanais (0 = sem teto): "
           ACCEPT WS-HORAS-MAXIMAS
           IF WS-HORAS-MAXIMAS NOT NUMERIC
               MOVE "N" TO WS-EMPREGADO-OK
               MOVE "Teto de horas invalido." TO MENSAGEM
           END-IF

           IF WS-EMPREGADO-OK = "S" AND WS-EMPREGADO-ID NOT = SPACES
               OPEN INPUT EMPREGADO-FILE
               IF WS-EMPREGADO-STATUS = "00"
                   MOVE WS-EMPREGADO-ID TO EM-ID
                   READ EMPREGADO-FILE
                       INVALID KEY
                           MOVE "N" TO WS-EMPREGADO-OK
                           MOVE "Empregado inexistente." TO MENSAGEM
                       NOT INVALID KEY
                           IF EM-DESLIGAMENTO NOT = 0
                               MOVE "N" TO WS-EMPREGADO-OK
                               MOVE "Empregado desligado." TO
                                   MENSAGEM
                           END-IF
                   END-READ
                   CLOSE EMPREGADO-FILE
               END-IF
           END-IF.

       ATRIBUIR-TURMA.
           DISPLAY "ID do professor: "
           ACCEPT WS-ID
           DISPLAY MENSAGEM.

       LISTAR-TUDO.
           DISPLAY "ID     NOME                 QUALIFICACAO    SIT "
                   "EMPREGADO  TETO"
           MOVE LOW-VALUES TO PF-ID
           START PROFESSOR-FILE KEY NOT < PF-ID
               INVALID KEY
                   NOT AT END
                       DISPLAY PF-ID " " PF-NOME " "
                               PF-QUALIFICACAO " " PF-SITUACAO
                               "   " PF-EMPREGADO-ID " "
                               PF-HORAS-MAXIMAS
               END-READ
           END-PERFORM

