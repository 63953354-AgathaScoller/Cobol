               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.

           SELECT TERMINAL-FILE ASSIGN TO
                   "data/terminais_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERMINAL
               FILE STATUS IS WS-TERMINAL-STATUS.

           COPY "QUIESEL.CPY".

           COPY "AVISOSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMENTO-FILE.
       COPY "MOVREC.CPY".

       FD  TERMINAL-FILE.
       COPY "TERMREC.CPY".

       COPY "QUIEFD.CPY".

       COPY "AVISOFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "QUIEWS.CPY".
       COPY "AVISOWS.CPY".
       01 WS-DISPUTA-STATUS  PIC XX.
       01 WS-CONTA-STATUS    PIC XX.
       01 WS-MOVIMENTO-STATUS PIC XX.
       01 WS-TERMINAL-STATUS PIC XX.
       01 OPCAO              PIC X(1).
       01 WS-ID              PIC 9(6).
       01 WS-HOJE            PIC 9(8).
       01 WS-AGORA           PIC 9(8).
       01 WS-SESSOP          PIC X(1).
       01 WS-OPERADOR        PIC X(10).
       01 WS-TERMINAL        PIC X(8).
       01 MENSAGEM           PIC X(40).
       01 WS-ACHOU-DISPUTA   PIC X(1).
           88 DISPUTA-ENCONTRADA VALUE "S".
           MOVE "Credito provisorio (disputa)." TO WS-MOTIVO-MOV
           PERFORM GRAVAR-MOVIMENTO-DISPUTA

           PERFORM DETERMINAR-AGENCIA-DISPUTA
           MOVE WS-HOJE TO DS-DATA-ABERTURA
           MOVE 0 TO DS-DATA-RESOLUCAO
           MOVE "A" TO DS-SITUACAO
           IF CONTA-ENCONTRADA
               SUBTRACT DS-VALOR FROM CM-SALDO
               REWRITE CONTA-MASTER-REC
               IF CM-SALDO < 0 AND CM-SALDO + DS-VALOR >= 0
                   MOVE DS-CONTA TO WS-AV-CONTA
                   MOVE "N" TO WS-AV-TIPO
                   MOVE CM-SALDO TO WS-AV-VALOR
                   MOVE "Estorno de disputa" TO WS-AV-REFERENCIA
                   PERFORM GRAVAR-AVISO-CLIENTE
               END-IF
           END-IF
           MOVE "Disputa negada - estorno." TO WS-MOTIVO-MOV
           PERFORM GRAVAR-MOVIMENTO-DISPUTA
                       " seq " DS-SEQ
               DISPLAY "Valor: " DS-VALOR
               DISPLAY "Abertura: " DS-DATA-ABERTURA
                       "  Agencia: " DS-AGENCIA
               DISPLAY "Situacao: " DS-SITUACAO
               DISPLAY "Resolucao: " DS-DATA-RESOLUCAO
               MOVE "Consulta efetuada." TO MENSAGEM
               DISPLAY MENSAGEM
           END-IF.

      *    Agencia do terminal da sessao, para o aging contar os
      *    feriados municipais da cidade onde a disputa foi aberta.
       DETERMINAR-AGENCIA-DISPUTA.
           MOVE 0 TO DS-AGENCIA
           MOVE "L" TO WS-SESSOP
           CALL "SessaoCorp" USING WS-SESSOP WS-OPERADOR
               WS-TERMINAL
           END-CALL
           IF WS-TERMINAL NOT = SPACES AND WS-TERMINAL NOT = "-"
               OPEN INPUT TERMINAL-FILE
               IF WS-TERMINAL-STATUS = "00"
                   MOVE WS-TERMINAL TO TM-TERMINAL
                   READ TERMINAL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TM-AGENCIA TO DS-AGENCIA
                   END-READ
                   CLOSE TERMINAL-FILE
               END-IF
           END-IF.

       LER-DISPUTA.
           MOVE "N" TO WS-ACHOU-DISPUTA
           MOVE WS-ID TO DS-ID
           MOVE DS-VALOR TO MV-VALOR
           MOVE "A" TO MV-RESULTADO
           MOVE WS-MOTIVO-MOV TO MV-MOTIVO
           MOVE "L" TO WS-SESSOP
           CALL "SessaoCorp" USING WS-SESSOP WS-OPERADOR
               WS-TERMINAL
           END-CALL
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

           COPY "QUIECHK.CPY" REPLACING
               ROTINA-NOME  BY VERIFICAR-JANELA-LOTE
               ROTINA-AUDIT BY REGISTRAR-AUDITORIA.

           COPY "AVISOGRV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-AVISO-CLIENTE
               PROGRAMA-NOME BY "ManterDisputas".
