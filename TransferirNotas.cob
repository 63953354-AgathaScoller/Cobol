      *    recebimento credita o destino, e o cancelamento devolve a
      *    origem. Assim nenhuma cedula existe em dois lugares ao
      *    mesmo tempo e a posicao diaria (PosicaoCaixa) fecha.
      *    A opcao (S)ugerir compara cada gaveta com a carga prevista
      *    para o proximo dia util (data/caixa_previsao.dat, passo
      *    PreverNumerario): a falta, descontado o que ja esta em
      *    transito para o terminal, sai do cofre; a sobra volta ao
      *    cofre. As remessas so sao emitidas depois de confirmadas,
      *    com numero de ordem seguinte ao maior existente.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS NI-TERMINAL
               FILE STATUS IS WS-NOTA-INV-STATUS.

           SELECT PREVISAO-FILE ASSIGN TO "data/caixa_previsao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-TERMINAL
               FILE STATUS IS WS-PREVISAO-STATUS.

           COPY "QUIESEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  NOTA-INV-FILE.
       COPY "NOTAINV.CPY".

       FD  PREVISAO-FILE.
       COPY "PREVREC.CPY".

       COPY "QUIEFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "QUIEWS.CPY".
       01 WS-TRANSITO-STATUS PIC XX.
       01 WS-NOTA-INV-STATUS PIC XX.
       01 WS-PREVISAO-STATUS PIC XX.
       01 WS-TEM-PREVISAO    PIC X(1) VALUE "N".
           88 TEM-PREVISAO       VALUE "S".
       01 WS-EOF-PREVISAO    PIC X VALUE "N".
           88 FIM-PREVISAO       VALUE "S".
       01 OPCAO              PIC X(1).
       01 WS-ID              PIC 9(6).
       01 WS-HOJE            PIC 9(8).
           88 FIM-TRANSITO       VALUE "S".
       01 WS-QTD-LISTADAS    PIC 9(4) VALUE 0.
       01 WS-LOCAL           PIC X(8).
      *    Sugestao de remessa pela previsao, por terminal.
       01 WS-TRANS-50        PIC 9(6).
       01 WS-TRANS-20        PIC 9(6).
       01 WS-TRANS-10        PIC 9(6).
       01 WS-GAVETA-50       PIC 9(6).
       01 WS-GAVETA-20       PIC 9(6).
       01 WS-GAVETA-10       PIC 9(6).
       01 WS-FALTA-50        PIC 9(5).
       01 WS-FALTA-20        PIC 9(5).
       01 WS-FALTA-10        PIC 9(5).
       01 WS-SOBRA-50        PIC 9(5).
       01 WS-SOBRA-20        PIC 9(5).
       01 WS-SOBRA-10        PIC 9(5).
       01 WS-SUG-ORIGEM      PIC X(8).
       01 WS-SUG-DESTINO     PIC X(8).
       01 WS-SUG-50          PIC 9(5).
       01 WS-SUG-20          PIC 9(5).
       01 WS-SUG-10          PIC 9(5).
       01 WS-MAIOR-ID        PIC 9(6).
       01 WS-QTD-SUGERIDAS   PIC 9(4) VALUE 0.
       01 WS-QTD-EMITIDAS    PIC 9(4) VALUE 0.
       01 WS-MODO-SUGESTAO   PIC X(1).
           88 SUGESTAO-EMITIR    VALUE "E".
       01 WS-CONFIRMA        PIC X(1).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM VERIFICAR-JANELA-LOTE

           DISPLAY "Remessa de notas - (E)mitir, (R)eceber, "
                   "(C)ancelar, (L)istar em transito ou (S)ugerir "
                   "pela previsao? "
           ACCEPT OPCAO

           IF JANELA-ABERTA AND OPCAO NOT = "L" AND OPCAO NOT = "l"
               WHEN "L"
               WHEN "l"
                   PERFORM LISTAR-TRANSITO
               WHEN "S"
               WHEN "s"
                   PERFORM SUGERIR-REMESSAS
               WHEN OTHER
                   MOVE "Opcao invalida." TO MENSAGEM
                   DISPLAY MENSAGEM

           CLOSE TRANSITO-FILE
           CLOSE NOTA-INV-FILE
           IF TEM-PREVISAO
               CLOSE PREVISAO-FILE
           END-IF

           STRING "OPCAO=" DELIMITED BY SIZE
                  OPCAO DELIMITED BY SIZE
               OPEN OUTPUT NOTA-INV-FILE
               CLOSE NOTA-INV-FILE
               OPEN I-O NOTA-INV-FILE
           END-IF

           OPEN INPUT PREVISAO-FILE
           IF WS-PREVISAO-STATUS = "00"
               MOVE "S" TO WS-TEM-PREVISAO
           END-IF.

      *    A emissao debita a origem na hora: se as cedulas nao
               DISPLAY MENSAGEM
               GOBACK
           END-IF
           PERFORM MOSTRAR-PREVISAO-DESTINO
           DISPLAY "Quantidade de notas de 50: "
           ACCEPT NT-QTD-50
           DISPLAY "Quantidade de notas de 20: "
           END-STRING
           DISPLAY MENSAGEM.

      *    Carga prevista do terminal de destino, como referencia
      *    para as quantidades da remessa.
       MOSTRAR-PREVISAO-DESTINO.
           IF TEM-PREVISAO AND NT-DESTINO NOT = "COFRE"
               MOVE NT-DESTINO TO PV-TERMINAL
               READ PREVISAO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PV-DATA-ALVO >= WS-HOJE
                           DISPLAY "Carga prevista para "
                                   PV-DATA-ALVO ": 50=" PV-QTD-50
                                   " 20=" PV-QTD-20 " 10=" PV-QTD-10
                       END-IF
               END-READ
           END-IF.

      *    Lista a falta e a sobra de cada gaveta contra a previsao e,
      *    confirmado, emite as remessas: falta sai do cofre (ate o
      *    que o cofre tiver), sobra volta ao cofre.
       SUGERIR-REMESSAS.
           IF NOT TEM-PREVISAO
               MOVE "Sem previsao de numerario." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           DISPLAY "TERMINAL GAVETA 50/20/10   TRANSITO 50/20/10 "
                   " FALTA 50/20/10   SOBRA 50/20/10"
           MOVE "L" TO WS-MODO-SUGESTAO
           PERFORM PERCORRER-PREVISOES

           IF WS-QTD-SUGERIDAS = 0
               MOVE "Nenhuma remessa sugerida." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           DISPLAY "Remessas sugeridas: " WS-QTD-SUGERIDAS
                   " - emitir agora (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               MOVE "Sugestao nao emitida." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           PERFORM APURAR-MAIOR-ORDEM
           MOVE "E" TO WS-MODO-SUGESTAO
           PERFORM PERCORRER-PREVISOES

           MOVE SPACES TO MENSAGEM
           STRING "Remessas emitidas: " DELIMITED BY SIZE
                  WS-QTD-EMITIDAS DELIMITED BY SIZE
                  INTO MENSAGEM
           END-STRING
           DISPLAY MENSAGEM.

       PERCORRER-PREVISOES.
           MOVE 0 TO WS-QTD-SUGERIDAS
           MOVE "N" TO WS-EOF-PREVISAO
           MOVE LOW-VALUES TO PV-TERMINAL
           START PREVISAO-FILE KEY NOT < PV-TERMINAL
               INVALID KEY
                   MOVE "S" TO WS-EOF-PREVISAO
           END-START

           PERFORM UNTIL FIM-PREVISAO
               READ PREVISAO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PREVISAO
                   NOT AT END
                       IF PV-DATA-ALVO >= WS-HOJE
                           PERFORM AVALIAR-SUGESTAO
                       END-IF
               END-READ
           END-PERFORM.

       AVALIAR-SUGESTAO.
           MOVE PV-TERMINAL TO WS-LOCAL
           PERFORM LER-INVENTARIO
           IF INV-ENCONTRADO
               MOVE NI-QTD-50 TO WS-GAVETA-50
               MOVE NI-QTD-20 TO WS-GAVETA-20
               MOVE NI-QTD-10 TO WS-GAVETA-10
           ELSE
               MOVE 0 TO WS-GAVETA-50
               MOVE 0 TO WS-GAVETA-20
               MOVE 0 TO WS-GAVETA-10
           END-IF
           PERFORM SOMAR-TRANSITO-DESTINO

           MOVE 0 TO WS-FALTA-50
           MOVE 0 TO WS-FALTA-20
           MOVE 0 TO WS-FALTA-10
           MOVE 0 TO WS-SOBRA-50
           MOVE 0 TO WS-SOBRA-20
           MOVE 0 TO WS-SOBRA-10
           IF WS-GAVETA-50 + WS-TRANS-50 < PV-QTD-50
               COMPUTE WS-FALTA-50 =
                   PV-QTD-50 - WS-GAVETA-50 - WS-TRANS-50
           END-IF
           IF WS-GAVETA-20 + WS-TRANS-20 < PV-QTD-20
               COMPUTE WS-FALTA-20 =
                   PV-QTD-20 - WS-GAVETA-20 - WS-TRANS-20
           END-IF
           IF WS-GAVETA-10 + WS-TRANS-10 < PV-QTD-10
               COMPUTE WS-FALTA-10 =
                   PV-QTD-10 - WS-GAVETA-10 - WS-TRANS-10
           END-IF
           IF WS-GAVETA-50 > PV-QTD-50
               COMPUTE WS-SOBRA-50 = WS-GAVETA-50 - PV-QTD-50
           END-IF
           IF WS-GAVETA-20 > PV-QTD-20
               COMPUTE WS-SOBRA-20 = WS-GAVETA-20 - PV-QTD-20
           END-IF
           IF WS-GAVETA-10 > PV-QTD-10
               COMPUTE WS-SOBRA-10 = WS-GAVETA-10 - PV-QTD-10
           END-IF

           IF WS-FALTA-50 + WS-FALTA-20 + WS-FALTA-10 > 0
               ADD 1 TO WS-QTD-SUGERIDAS
           END-IF
           IF WS-SOBRA-50 + WS-SOBRA-20 + WS-SOBRA-10 > 0
               ADD 1 TO WS-QTD-SUGERIDAS
           END-IF

           IF SUGESTAO-EMITIR
               IF WS-FALTA-50 + WS-FALTA-20 + WS-FALTA-10 > 0
                   MOVE "COFRE" TO WS-SUG-ORIGEM
                   MOVE PV-TERMINAL TO WS-SUG-DESTINO
                   MOVE WS-FALTA-50 TO WS-SUG-50
                   MOVE WS-FALTA-20 TO WS-SUG-20
                   MOVE WS-FALTA-10 TO WS-SUG-10
                   PERFORM EMITIR-ORDEM-SUGERIDA
               END-IF
               IF WS-SOBRA-50 + WS-SOBRA-20 + WS-SOBRA-10 > 0
                   MOVE PV-TERMINAL TO WS-SUG-ORIGEM
                   MOVE "COFRE" TO WS-SUG-DESTINO
                   MOVE WS-SOBRA-50 TO WS-SUG-50
                   MOVE WS-SOBRA-20 TO WS-SUG-20
                   MOVE WS-SOBRA-10 TO WS-SUG-10
                   PERFORM EMITIR-ORDEM-SUGERIDA
               END-IF
           ELSE
               DISPLAY PV-TERMINAL " " WS-GAVETA-50 " " WS-GAVETA-20
                       " " WS-GAVETA-10 " " WS-TRANS-50 " "
                       WS-TRANS-20 " " WS-TRANS-10 " "
                       WS-FALTA-50 " " WS-FALTA-20 " " WS-FALTA-10
                       " " WS-SOBRA-50 " " WS-SOBRA-20 " "
                       WS-SOBRA-10
           END-IF.

      *    Cedulas ja a caminho do terminal (ordens "T" com ele de
      *    destino) contam como carga.
       SOMAR-TRANSITO-DESTINO.
           MOVE 0 TO WS-TRANS-50
           MOVE 0 TO WS-TRANS-20
           MOVE 0 TO WS-TRANS-10
           MOVE "N" TO WS-EOF-TRANSITO
           MOVE LOW-VALUES TO NT-ID
           START TRANSITO-FILE KEY NOT < NT-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-TRANSITO
           END-START

           PERFORM UNTIL FIM-TRANSITO
               READ TRANSITO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-TRANSITO
                   NOT AT END
                       IF NT-SITUACAO = "T"
                               AND NT-DESTINO = PV-TERMINAL
                           ADD NT-QTD-50 TO WS-TRANS-50
                           ADD NT-QTD-20 TO WS-TRANS-20
                           ADD NT-QTD-10 TO WS-TRANS-10
                       END-IF
               END-READ
           END-PERFORM.

       APURAR-MAIOR-ORDEM.
           MOVE 0 TO WS-MAIOR-ID
           MOVE "N" TO WS-EOF-TRANSITO
           MOVE LOW-VALUES TO NT-ID
           START TRANSITO-FILE KEY NOT < NT-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-TRANSITO
           END-START

           PERFORM UNTIL FIM-TRANSITO
               READ TRANSITO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-TRANSITO
                   NOT AT END
                       IF NT-ID > WS-MAIOR-ID
                           MOVE NT-ID TO WS-MAIOR-ID
                       END-IF
               END-READ
           END-PERFORM.

      *    Mesma regra da emissao manual: a origem e baixada na hora.
      *    Do cofre sai no maximo o que ele tiver de cada valor.
       EMITIR-ORDEM-SUGERIDA.
           MOVE WS-SUG-ORIGEM TO WS-LOCAL
           PERFORM LER-INVENTARIO
           IF NOT INV-ENCONTRADO
               DISPLAY "Sem estoque em " WS-SUG-ORIGEM
                       " - remessa para " WS-SUG-DESTINO
                       " nao emitida."
           ELSE
               IF WS-SUG-50 > NI-QTD-50
                   MOVE NI-QTD-50 TO WS-SUG-50
               END-IF
               IF WS-SUG-20 > NI-QTD-20
                   MOVE NI-QTD-20 TO WS-SUG-20
               END-IF
               IF WS-SUG-10 > NI-QTD-10
                   MOVE NI-QTD-10 TO WS-SUG-10
               END-IF
               IF WS-SUG-50 + WS-SUG-20 + WS-SUG-10 = 0
                   DISPLAY "Cofre sem cedulas - remessa para "
                           WS-SUG-DESTINO " nao emitida."
               ELSE
                   SUBTRACT WS-SUG-50 FROM NI-QTD-50
                   SUBTRACT WS-SUG-20 FROM NI-QTD-20
                   SUBTRACT WS-SUG-10 FROM NI-QTD-10
                   REWRITE NOTA-INV-REC

                   ADD 1 TO WS-MAIOR-ID
                   MOVE WS-MAIOR-ID TO NT-ID
                   MOVE WS-MAIOR-ID TO WS-ID
                   MOVE WS-SUG-ORIGEM TO NT-ORIGEM
                   MOVE WS-SUG-DESTINO TO NT-DESTINO
                   MOVE WS-SUG-50 TO NT-QTD-50
                   MOVE WS-SUG-20 TO NT-QTD-20
                   MOVE WS-SUG-10 TO NT-QTD-10
                   MOVE WS-HOJE TO NT-DATA-EMISSAO
                   MOVE 0 TO NT-DATA-BAIXA
                   MOVE "T" TO NT-SITUACAO
                   WRITE NOTA-TRANSITO-REC
                   ADD 1 TO WS-QTD-EMITIDAS
                   DISPLAY "Ordem " NT-ID ": " NT-ORIGEM " -> "
                           NT-DESTINO " 50=" NT-QTD-50 " 20="
                           NT-QTD-20 " 10=" NT-QTD-10
               END-IF
           END-IF.

       LER-ORDEM.
           MOVE "N" TO WS-ACHOU-ORDEM
           MOVE WS-ID TO NT-ID
