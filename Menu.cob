               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-PARM-STATUS.

           COPY "PERMSEL.CPY".

           COPY "QUIESEL.CPY".

       DATA DIVISION.
       01  SESSAO-PARM-REC.
           05 SP-MINUTOS-OCIOSO PIC 9(4).

       COPY "PERMFD.CPY".

       COPY "QUIEFD.CPY".

       WORKING-STORAGE SECTION.
       01 OPCAO   PIC 9(2).
       01 WS-USER-STATUS    PIC XX.
       01 WS-PERMISSAO-STATUS PIC XX.
       01 WS-PROGRAMA-ALVO  PIC X(20).
       01 WS-ACESSO-SUSPENSO PIC X(1).
           88 ACESSO-SUSPENSO       VALUE "S".
       01 WS-HOJE           PIC 9(8).
       01 USER-ID           PIC X(10).
       01 SENHA             PIC X(20).
               CLOSE USER-FILE
           END-IF.

      *    Linha do proprio usuario negada na matriz de permissoes
      *    (ex.: suspensa por VencimentoTreinos enquanto a
      *    certificacao exigida pelo perfil estiver vencida). Sem a
      *    matriz ou sem a linha, vale so o perfil, como antes.
       VERIFICAR-SUSPENSAO.
           MOVE "N" TO WS-ACESSO-SUSPENSO
           OPEN INPUT PERMISSAO-FILE
           IF WS-PERMISSAO-STATUS = "00"
               MOVE USER-ID TO PE-SUJEITO
               MOVE WS-PROGRAMA-ALVO TO PE-PROGRAMA
               READ PERMISSAO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PE-PERMITIDO = "N"
                           MOVE "S" TO WS-ACESSO-SUSPENSO
                       END-IF
               END-READ
               CLOSE PERMISSAO-FILE
           END-IF.

       EXIBIR-MENU.
           DISPLAY "====================================="
           DISPLAY " Menu de utilitarios - " USER-ID
                   CALL "VerificarPalindromo"
                   CANCEL "VerificarPalindromo"
               WHEN 13
                   MOVE "VerificarSaque" TO WS-PROGRAMA-ALVO
                   PERFORM VERIFICAR-SUSPENSAO
                   IF NOT PERFIL-BANCARIO
                       DISPLAY "Opcao restrita ao perfil bancario."
                   ELSE
                   IF ACESSO-SUSPENSO
                       DISPLAY "Acesso suspenso: certificacao "
                               "obrigatoria vencida."
                   ELSE
                       CALL "VerificarSaque"
                       CANCEL "VerificarSaque"
                   END-IF
                   END-IF
               WHEN 14
                   CALL "IdadeENota"
