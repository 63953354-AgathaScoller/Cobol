
           COPY "QUIESEL.CPY".

           COPY "AVISOSEL.CPY".

       DATA DIVISION.
       FILE SECTION.

       COPY "QUIEFD.CPY".

       COPY "AVISOFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "QUIEWS.CPY".
       COPY "AVISOWS.CPY".
       01 WS-FRAUDE-FILA-STATUS PIC XX.
       01 WS-CONTA-STATUS    PIC XX.
       01 WS-LIMITE-STATUS   PIC XX.
       01 WS-ID              PIC 9(8).
       01 WS-HOJE            PIC 9(8).
       01 WS-AGORA           PIC 9(8).
       01 WS-SESSOP          PIC X(1).
       01 WS-OPERADOR        PIC X(10).
       01 WS-TERMINAL        PIC X(8).
       01 MENSAGEM           PIC X(40).
       01 WS-EOF-FILA        PIC X VALUE "N".
           88 FIM-FILA           VALUE "S".

           SUBTRACT FF-VALOR FROM CM-SALDO
           REWRITE CONTA-MASTER-REC
           IF CM-SALDO < 0 AND CM-SALDO + FF-VALOR >= 0
               MOVE FF-CONTA TO WS-AV-CONTA
               MOVE "N" TO WS-AV-TIPO
               MOVE CM-SALDO TO WS-AV-VALOR
               MOVE "Saque liberado" TO WS-AV-REFERENCIA
               PERFORM GRAVAR-AVISO-CLIENTE
           END-IF

           PERFORM SOMAR-LIMITE-DIARIO

           MOVE FF-VALOR TO MV-VALOR
           MOVE WS-RESULTADO-MOV TO MV-RESULTADO
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
               PROGRAMA-NOME BY "RevisarFraude".
