       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManterFeriadosLocais.

      *    Feriados municipais por agencia
      *    (data/feriados_locais.dat): cada agencia fica numa cidade
      *    com feriados e aniversario proprios, que a tabela
      *    nacional feriados.dat nao tem. Um feriado aqui vale so
      *    para a agencia informada - para os empregados lotados
      *    nela (EM-AGENCIA) e para os terminais dela (TM-AGENCIA) -
      *    e e enxergado por todo programa que pergunta ao
      *    CalendarioCorp se a data e util naquela agencia.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIADO-LOCAL-FILE ASSIGN TO
                   "data/feriados_locais.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-CHAVE
               FILE STATUS IS WS-FERIADO-LOCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FERIADO-LOCAL-FILE.
       COPY "FERLREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-FERIADO-LOCAL-STATUS PIC XX.
       01 WS-EOF-FERIADO     PIC X VALUE "N".
           88 FIM-FERIADOS       VALUE "S".
       01 OPCAO              PIC X(1).
       01 AGENCIA            PIC 9(3) VALUE 0.
       01 DATA-FERIADO       PIC 9(8) VALUE 0.
       01 MENSAGEM           PIC X(40).
       01 WS-ACHOU-FERIADO   PIC X(1).
           88 FERIADO-ENCONTRADO VALUE "S".

       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O FERIADO-LOCAL-FILE
           IF WS-FERIADO-LOCAL-STATUS = "35"
               OPEN OUTPUT FERIADO-LOCAL-FILE
               CLOSE FERIADO-LOCAL-FILE
               OPEN I-O FERIADO-LOCAL-FILE
           END-IF

           DISPLAY "Feriados municipais - (I)ncluir, (E)xcluir ou "
                   "(L)istar? "
           ACCEPT OPCAO

           EVALUATE OPCAO
               WHEN "I"
               WHEN "i"
                   PERFORM INCLUIR-FERIADO-LOCAL
               WHEN "E"
               WHEN "e"
                   PERFORM EXCLUIR-FERIADO-LOCAL
               WHEN OTHER
                   PERFORM LISTAR-FERIADOS-LOCAIS
           END-EVALUATE

           CLOSE FERIADO-LOCAL-FILE

           STRING "OPCAO=" DELIMITED BY SIZE
                  OPCAO DELIMITED BY SIZE
                  " AGENCIA=" DELIMITED BY SIZE
                  AGENCIA DELIMITED BY SIZE
                  " DATA=" DELIMITED BY SIZE
                  DATA-FERIADO DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           MOVE MENSAGEM TO WS-AUDIT-SAIDA
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

       ACEITAR-CHAVE.
           DISPLAY "Agencia: "
           ACCEPT AGENCIA
           DISPLAY "Data do feriado (AAAAMMDD): "
           ACCEPT DATA-FERIADO.

      *    Agencia zero e a tabela nacional, que continua sendo
      *    mantida em feriados.dat.
       INCLUIR-FERIADO-LOCAL.
           PERFORM ACEITAR-CHAVE
           IF AGENCIA NOT NUMERIC OR AGENCIA = 0
               MOVE "Agencia invalida." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF
           IF DATA-FERIADO NOT NUMERIC OR DATA-FERIADO = 0
               MOVE "Data invalida." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           PERFORM LER-FERIADO-LOCAL
           IF FERIADO-ENCONTRADO
               MOVE "Feriado ja cadastrado." TO MENSAGEM
           ELSE
               MOVE AGENCIA TO FL-AGENCIA
               MOVE DATA-FERIADO TO FL-DATA
               DISPLAY "Nome do feriado: "
               ACCEPT FL-NOME
               WRITE FERIADO-LOCAL-REC
               MOVE "Feriado municipal incluido." TO MENSAGEM
           END-IF
           DISPLAY MENSAGEM.

       EXCLUIR-FERIADO-LOCAL.
           PERFORM ACEITAR-CHAVE

           PERFORM LER-FERIADO-LOCAL
           IF FERIADO-ENCONTRADO
               DELETE FERIADO-LOCAL-FILE RECORD
               MOVE "Feriado municipal excluido." TO MENSAGEM
           ELSE
               MOVE "Feriado nao cadastrado." TO MENSAGEM
           END-IF
           DISPLAY MENSAGEM.

      *    Agencia em branco ou zero lista todas.
       LISTAR-FERIADOS-LOCAIS.
           DISPLAY "Agencia (0 = todas): "
           ACCEPT AGENCIA
           IF AGENCIA NOT NUMERIC
               MOVE 0 TO AGENCIA
           END-IF

           DISPLAY "AGE DATA     NOME"
           MOVE AGENCIA TO FL-AGENCIA
           MOVE 0 TO FL-DATA
           START FERIADO-LOCAL-FILE KEY NOT < FL-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-FERIADO
           END-START

           PERFORM UNTIL FIM-FERIADOS
               READ FERIADO-LOCAL-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-FERIADO
                   NOT AT END
                       IF AGENCIA NOT = 0 AND FL-AGENCIA NOT = AGENCIA
                           MOVE "S" TO WS-EOF-FERIADO
                       ELSE
                           DISPLAY FL-AGENCIA " " FL-DATA " " FL-NOME
                       END-IF
               END-READ
           END-PERFORM

           MOVE "Listagem efetuada." TO MENSAGEM.

       LER-FERIADO-LOCAL.
           MOVE "N" TO WS-ACHOU-FERIADO
           MOVE AGENCIA TO FL-AGENCIA
           MOVE DATA-FERIADO TO FL-DATA
           READ FERIADO-LOCAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-FERIADO
           END-READ.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "ManterFeriadosLocais"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
