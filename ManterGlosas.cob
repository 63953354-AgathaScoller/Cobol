       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManterGlosas.

      *    Fila de trabalho das glosas de convenio (data/glosas.dat,
      *    alimentada por RetornoConvenios): o faturamento lista as
      *    glosas pendentes e decide cada uma -
      *      (R)ecorrer: a visita volta na fatura do mes seguinte
      *                  (FaturarConvenios soma o valor glosado como
      *                  reapresentacao);
      *      (B)aixar:   o valor glosado vira perda e sai do em
      *                  aberto do relatorio de recebiveis.
      *    A decisao guarda a data e o operador da sessao.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLOSA-FILE ASSIGN TO "data/glosas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-CHAVE
               FILE STATUS IS WS-GLOSA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLOSA-FILE.
       COPY "GLOSAREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-GLOSA-STATUS    PIC XX.
       01 OPCAO              PIC X(1).
       01 WS-DATA            PIC 9(8).
       01 WS-PACIENTE        PIC X(10).
       01 WS-CONVENIO        PIC 9(3).
       01 MENSAGEM           PIC X(40).
       01 WS-HOJE            PIC 9(8).
       01 WS-ANO-PROX        PIC 9(4).
       01 WS-MES-PROX        PIC 9(2).
       01 WS-MES-REAPRES     PIC 9(6).
       01 WS-ACHOU-GLOSA     PIC X(1).
           88 GLOSA-ENCONTRADA   VALUE "S".
       01 WS-EOF-GLOSA       PIC X VALUE "N".
           88 FIM-GLOSAS         VALUE "S".
       01 WS-QTD-PENDENTES   PIC 9(5) VALUE 0.
       01 WS-VALOR-EDIT      PIC Z(4)9.99.
       01 WS-SESSAO-OP       PIC X(1).
       01 WS-OPERADOR        PIC X(10).
       01 WS-TERMINAL        PIC X(8).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           PERFORM CALCULAR-MES-SEGUINTE
           PERFORM ABRIR-GLOSA-FILE

           DISPLAY "Glosas - (L)istar pendentes, (R)ecorrer ou "
                   "(B)aixar? "
           ACCEPT OPCAO

           EVALUATE OPCAO
               WHEN "R"
               WHEN "r"
                   PERFORM RECORRER-GLOSA
               WHEN "B"
               WHEN "b"
                   PERFORM BAIXAR-GLOSA
               WHEN OTHER
                   PERFORM LISTAR-PENDENTES
           END-EVALUATE

           CLOSE GLOSA-FILE

           STRING "OPCAO=" DELIMITED BY SIZE
                  OPCAO DELIMITED BY SIZE
                  " VISITA=" DELIMITED BY SIZE
                  WS-DATA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PACIENTE) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-CONVENIO DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           MOVE MENSAGEM TO WS-AUDIT-SAIDA
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

       ABRIR-GLOSA-FILE.
           OPEN I-O GLOSA-FILE
           IF WS-GLOSA-STATUS = "35"
               OPEN OUTPUT GLOSA-FILE
               CLOSE GLOSA-FILE
               OPEN I-O GLOSA-FILE
           END-IF.

      *    A reapresentacao vai na fatura do mes seguinte ao da
      *    decisao.
       CALCULAR-MES-SEGUINTE.
           MOVE WS-HOJE(1:4) TO WS-ANO-PROX
           MOVE WS-HOJE(5:2) TO WS-MES-PROX
           IF WS-MES-PROX = 12
               ADD 1 TO WS-ANO-PROX
               MOVE 1 TO WS-MES-PROX
           ELSE
               ADD 1 TO WS-MES-PROX
           END-IF
           COMPUTE WS-MES-REAPRES = WS-ANO-PROX * 100 + WS-MES-PROX.

       ACEITAR-VISITA.
           DISPLAY "Data da visita (AAAAMMDD): "
           ACCEPT WS-DATA
           DISPLAY "ID do paciente: "
           ACCEPT WS-PACIENTE
           DISPLAY "Codigo do convenio: "
           ACCEPT WS-CONVENIO

           MOVE "N" TO WS-ACHOU-GLOSA
           MOVE WS-DATA TO GL-DATA
           MOVE WS-PACIENTE TO GL-PACIENTE
           MOVE WS-CONVENIO TO GL-CONVENIO
           READ GLOSA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-GLOSA
           END-READ.

       REGISTRAR-DECISAO.
           MOVE "L" TO WS-SESSAO-OP
           CALL "SessaoCorp" USING WS-SESSAO-OP WS-OPERADOR
               WS-TERMINAL
           END-CALL
           MOVE WS-HOJE TO GL-DATA-DECISAO
           MOVE WS-OPERADOR TO GL-RESPONSAVEL
           REWRITE GLOSA-REC.

       RECORRER-GLOSA.
           PERFORM ACEITAR-VISITA
           EVALUATE TRUE
               WHEN NOT GLOSA-ENCONTRADA
                   MOVE "Visita sem glosa registrada." TO MENSAGEM
               WHEN GL-SITUACAO NOT = "P"
                   MOVE "Glosa ja decidida ou quitada." TO MENSAGEM
               WHEN OTHER
                   MOVE "R" TO GL-SITUACAO
                   MOVE WS-MES-REAPRES TO GL-MES-REAPRES
                   ADD 1 TO GL-QTD-RECURSOS
                   PERFORM REGISTRAR-DECISAO
                   MOVE SPACES TO MENSAGEM
                   STRING "Recorrida - reapresentada em "
                              DELIMITED BY SIZE
                          WS-MES-REAPRES DELIMITED BY SIZE
                          INTO MENSAGEM
                   END-STRING
           END-EVALUATE

           DISPLAY MENSAGEM.

       BAIXAR-GLOSA.
           PERFORM ACEITAR-VISITA
           EVALUATE TRUE
               WHEN NOT GLOSA-ENCONTRADA
                   MOVE "Visita sem glosa registrada." TO MENSAGEM
               WHEN GL-SITUACAO NOT = "P" AND GL-SITUACAO NOT = "R"
                   MOVE "Glosa ja baixada ou quitada." TO MENSAGEM
               WHEN OTHER
                   MOVE GL-VALOR-GLOSADO TO WS-VALOR-EDIT
                   DISPLAY "Valor a baixar: " WS-VALOR-EDIT
                           " - confirma (S/N)? "
                   ACCEPT OPCAO
                   IF OPCAO = "S" OR OPCAO = "s"
                       MOVE "B" TO GL-SITUACAO
                       MOVE 0 TO GL-MES-REAPRES
                       PERFORM REGISTRAR-DECISAO
                       MOVE "Glosa baixada como perda." TO MENSAGEM
                   ELSE
                       MOVE "Baixa cancelada." TO MENSAGEM
                   END-IF
                   MOVE "B" TO OPCAO
           END-EVALUATE

           DISPLAY MENSAGEM.

       LISTAR-PENDENTES.
           MOVE LOW-VALUES TO GL-CHAVE
           START GLOSA-FILE KEY NOT < GL-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-GLOSA
           END-START

           DISPLAY "CONV DATA     PACIENTE   GLO   GLOSADO RECURSOS"
           PERFORM UNTIL FIM-GLOSAS
               READ GLOSA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-GLOSA
                   NOT AT END
                       IF GL-SITUACAO = "P"
                           ADD 1 TO WS-QTD-PENDENTES
                           MOVE GL-VALOR-GLOSADO TO WS-VALOR-EDIT
                           DISPLAY GL-CONVENIO "  " GL-DATA " "
                                   GL-PACIENTE " " GL-CODIGO " "
                                   WS-VALOR-EDIT " " GL-QTD-RECURSOS
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Glosas pendentes: " WS-QTD-PENDENTES
           MOVE "Listagem efetuada." TO MENSAGEM.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "ManterGlosas"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
