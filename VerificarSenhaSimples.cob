      *    seguranca corporativo (SegurancaCorp), e nao mais por um
      *    arquivo local, para que o status da conta (bloqueada,
      *    expirada etc.) seja o mesmo em qualquer terminal.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 USER-ID       PIC X(10).
       01 SENHA         PIC X(20).
       01 MENSAGEM      PIC X(30).
       01 WS-HOJE          PIC 9(8).
       01 WS-AGORA         PIC 9(8).
      *    Linha do log datado de auditoria; a gravacao, com o elo
      *    da cadeia, e feita pela CadeiaAuditoria.
       01 WS-AUDIT-NOME    PIC X(44).
       01 WS-AUDIT-STATUS  PIC XX.
       01 AUDIT-REC        PIC X(160) VALUE SPACES.
       01 SENHA-MASCARADA  PIC X(20) VALUE "********************".
       01 NOVA-SENHA           PIC X(20).
       01 WS-OPERACAO-CORP     PIC X(1).
           CALL "SessaoCorp" USING WS-SESSAO-OP WS-SESSAO-OPERADOR
               WS-SESSAO-TERMINAL
           END-CALL
           MOVE SPACES TO AUDIT-REC
           STRING WS-HOJE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MENSAGEM DELIMITED BY SIZE
                  INTO AUDIT-REC
           END-STRING
           CALL "CadeiaAuditoria" USING WS-AUDIT-NOME AUDIT-REC
               WS-AUDIT-STATUS
           END-CALL.
