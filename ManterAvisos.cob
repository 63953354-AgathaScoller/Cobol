       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManterAvisos.

      *    Acompanhamento dos avisos ao cliente (AVISOFD.CPY): lista
      *    os avisos de uma conta com a situacao de cada um e
      *    registra o retorno do correio - entrega confirmada ("E")
      *    ou carta devolvida ("R") - com data e operador. E a prova,
      *    perante o regulador, de que o cliente foi avisado do
      *    bloqueio, da devolucao de cheque, do saldo negativo ou da
      *    dormencia iminente. So aviso ja impresso ("I") recebe
      *    retorno; o aviso e identificado por conta, tipo, data e
      *    hora, como aparecem na consulta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AVISOSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       COPY "AVISOFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "AVISOWS.CPY".
       01 OPCAO              PIC X(1).
       01 WS-CONTA-LISTA     PIC 9(6).
       01 MENSAGEM           PIC X(40).
       01 WS-ACHOU-AVISO     PIC X(1).
           88 AVISO-ENCONTRADO    VALUE "S".
       01 WS-EOF-AVISO       PIC X VALUE "N".
           88 FIM-AVISOS          VALUE "S".
       01 WS-QTD-LISTADOS    PIC 9(4) VALUE 0.
       01 WS-QTD-PENDENTES   PIC 9(4) VALUE 0.
       01 WS-NOVA-SITUACAO   PIC X(1).
       01 WS-HOJE            PIC 9(8).
       01 WS-SESSOP          PIC X(1).
       01 WS-OPERADOR        PIC X(10).
       01 WS-TERMINAL        PIC X(8).
       01 WS-VALOR-EDIT      PIC -Z(8)9.99.

       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O AVISO-FILE
           IF WS-AVISO-STATUS = "35"
               OPEN OUTPUT AVISO-FILE
               CLOSE AVISO-FILE
               OPEN I-O AVISO-FILE
           END-IF

           MOVE 0 TO AV-CONTA
           MOVE SPACE TO AV-TIPO
           MOVE 0 TO AV-DATA
           MOVE 0 TO AV-HORA

           DISPLAY "Avisos ao cliente - (C)onsultar por conta, "
                   "(E)ntrega confirmada ou (R) carta devolvida? "
           ACCEPT OPCAO

           EVALUATE OPCAO
               WHEN "C"
               WHEN "c"
                   PERFORM CONSULTAR-AVISOS
               WHEN "E"
               WHEN "e"
                   MOVE "E" TO WS-NOVA-SITUACAO
                   PERFORM REGISTRAR-RETORNO
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO WS-NOVA-SITUACAO
                   PERFORM REGISTRAR-RETORNO
               WHEN OTHER
                   MOVE "Opcao invalida." TO MENSAGEM
                   DISPLAY MENSAGEM
           END-EVALUATE

           CLOSE AVISO-FILE

           STRING "OPCAO=" DELIMITED BY SIZE
                  OPCAO DELIMITED BY SIZE
                  " AVISO=" DELIMITED BY SIZE
                  AV-CONTA DELIMITED BY SIZE
                  AV-TIPO DELIMITED BY SIZE
                  AV-DATA DELIMITED BY SIZE
                  AV-HORA DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           MOVE MENSAGEM TO WS-AUDIT-SAIDA
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

       CONSULTAR-AVISOS.
           DISPLAY "Numero da conta: "
           ACCEPT WS-CONTA-LISTA

           MOVE 0 TO WS-QTD-LISTADOS
           MOVE 0 TO WS-QTD-PENDENTES
           MOVE "N" TO WS-EOF-AVISO
           MOVE WS-CONTA-LISTA TO AV-CONTA
           MOVE LOW-VALUES TO AV-TIPO
           MOVE 0 TO AV-DATA
           MOVE 0 TO AV-HORA
           START AVISO-FILE KEY NOT < AV-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-AVISO
           END-START

           DISPLAY "T DATA     HORA            VALOR REFERENCIA"
                   "           EVENTO   S IMPRESSO ENTREGA"
           PERFORM UNTIL FIM-AVISOS
               READ AVISO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-AVISO
                   NOT AT END
                       IF AV-CONTA NOT = WS-CONTA-LISTA
                           MOVE "S" TO WS-EOF-AVISO
                       ELSE
                           MOVE AV-VALOR TO WS-VALOR-EDIT
                           DISPLAY AV-TIPO " " AV-DATA " " AV-HORA
                                   " " WS-VALOR-EDIT " "
                                   AV-REFERENCIA " " AV-DATA-EVENTO
                                   " " AV-SITUACAO " "
                                   AV-DATA-IMPRESSAO " "
                                   AV-DATA-ENTREGA " " AV-OPERADOR
                           ADD 1 TO WS-QTD-LISTADOS
                           IF AV-SITUACAO = "P"
                               ADD 1 TO WS-QTD-PENDENTES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "Pendentes de impressao: " WS-QTD-PENDENTES

           MOVE WS-CONTA-LISTA TO AV-CONTA
           MOVE SPACES TO MENSAGEM
           STRING "Avisos listados: " DELIMITED BY SIZE
                  WS-QTD-LISTADOS DELIMITED BY SIZE
                  INTO MENSAGEM
           END-STRING
           DISPLAY MENSAGEM.

       REGISTRAR-RETORNO.
           DISPLAY "Numero da conta: "
           ACCEPT AV-CONTA
           DISPLAY "Tipo do aviso (J/C/N/D): "
           ACCEPT AV-TIPO
           DISPLAY "Data do aviso (AAAAMMDD): "
           ACCEPT AV-DATA
           DISPLAY "Hora do aviso (como na consulta): "
           ACCEPT AV-HORA

           PERFORM LER-AVISO
           IF NOT AVISO-ENCONTRADO
               MOVE "Aviso inexistente." TO MENSAGEM
           ELSE
               IF AV-SITUACAO NOT = "I"
                   MOVE SPACES TO MENSAGEM
                   STRING "Aviso nao esta impresso - situacao "
                              DELIMITED BY SIZE
                          AV-SITUACAO DELIMITED BY SIZE
                          INTO MENSAGEM
                   END-STRING
               ELSE
                   DISPLAY "Data do retorno (AAAAMMDD, 0 = hoje): "
                   ACCEPT WS-HOJE
                   IF WS-HOJE = 0
                       ACCEPT WS-HOJE FROM DATE YYYYMMDD
                   END-IF
                   MOVE "L" TO WS-SESSOP
                   CALL "SessaoCorp" USING WS-SESSOP WS-OPERADOR
                       WS-TERMINAL
                   END-CALL
                   IF WS-OPERADOR = "-"
                       MOVE SPACES TO WS-OPERADOR
                   END-IF

                   MOVE WS-NOVA-SITUACAO TO AV-SITUACAO
                   MOVE WS-HOJE TO AV-DATA-ENTREGA
                   MOVE WS-OPERADOR TO AV-OPERADOR
                   REWRITE AVISO-REC
                   IF WS-NOVA-SITUACAO = "E"
                       MOVE "Entrega registrada." TO MENSAGEM
                   ELSE
                       MOVE "Devolucao registrada." TO MENSAGEM
                   END-IF
               END-IF
           END-IF

           DISPLAY MENSAGEM.

       LER-AVISO.
           MOVE "N" TO WS-ACHOU-AVISO
           READ AVISO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-AVISO
           END-READ.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "ManterAvisos"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
