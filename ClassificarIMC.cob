               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-FILE.
       01  HISTORICO-REC        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 PACIENTE-ID PIC X(10).
       01 DIASTOLICA          PIC 9(3).
       01 CINTURA             PIC 9(3).
       01 WS-RISCO            PIC X(10).
      *    "S" quando o risco considerou exame laboratorial recente
      *    do paciente; vai para a coluna 75 do historico ("L").
       01 WS-EXAMES           PIC X(1).
       01 WS-MARCA-EXAMES     PIC X(1).
      *    Avaliacao da visita contra o plano nutricional ativo
      *    (AvaliarPlanoNutri); em branco = paciente sem plano.
       01 WS-PLANO-AVALIACAO  PIC X(1).
       01 WS-PLANO-ESPERADO   PIC 9(3)V99.
       01 WS-PLANO-ATRASO     PIC 9(2).
       01 WS-PESO-EDIT        PIC ZZ9.99.

       PROCEDURE DIVISION.
      *    Peso e altura sao validados na hora (ate 3 re-perguntas)
           ACCEPT CINTURA

           CALL "RiscoCardio" USING MENSAGEM SISTOLICA DIASTOLICA
               CINTURA SEXO WS-RISCO PACIENTE-ID WS-HOJE WS-EXAMES
           END-CALL

           DISPLAY MENSAGEM
           DISPLAY "Risco cardiometabolico: " WS-RISCO
           IF WS-EXAMES = "S"
               DISPLAY "  (considerados os exames laboratoriais "
                       "recentes)"
               MOVE "L" TO WS-MARCA-EXAMES
           ELSE
               MOVE SPACE TO WS-MARCA-EXAMES
           END-IF

           DISPLAY "Registrar a visita no historico (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM GRAVAR-HISTORICO
               PERFORM AVALIAR-PLANO-NUTRICAO
           ELSE
               DISPLAY "Visita nao registrada no historico."
           END-IF

           GOBACK.

      *    So a visita registrada no historico conta para o plano.
       AVALIAR-PLANO-NUTRICAO.
           CALL "AvaliarPlanoNutri" USING PACIENTE-ID WS-HOJE PESO
               ALTURA WS-PLANO-AVALIACAO WS-PLANO-ESPERADO
               WS-PLANO-ATRASO
           END-CALL

           MOVE WS-PLANO-ESPERADO TO WS-PESO-EDIT
           EVALUATE WS-PLANO-AVALIACAO
               WHEN "C"
                   DISPLAY "Plano nutricional: meta atingida."
               WHEN "N"
                   DISPLAY "Plano nutricional: no prazo (esperado "
                           WS-PESO-EDIT " kg)."
               WHEN "A"
                   DISPLAY "Plano nutricional: ATRASADO (esperado "
                           WS-PESO-EDIT " kg) - visitas seguidas "
                           "atrasadas: " WS-PLANO-ATRASO
                   IF WS-PLANO-ATRASO >= 2
                       DISPLAY "  Retorno antecipado na proxima "
                               "agenda de retornos."
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ACEITAR-PESO.
           MOVE "N" TO WS-ENTRADA-OK
           MOVE 0 TO WS-TENTATIVA-ACCEPT
      *    A idade e o sexo entram em colunas fixas no fim da linha
      *    (46-48 e 50) para o relatorio de estatisticas da
      *    populacao; pressao, cintura e risco combinado seguem nas
      *    colunas 52-54, 56-58, 60-62 e 64-73; a coluna 75 leva "L"
      *    quando o risco considerou exame laboratorial. Registros
      *    antigos, sem as colunas, continuam legiveis pelos leitores
      *    do historico.
       GRAVAR-HISTORICO.
           OPEN EXTEND HISTORICO-FILE
           IF WS-HISTORICO-STATUS = "35"
                  CINTURA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RISCO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MARCA-EXAMES DELIMITED BY SIZE
                  INTO HISTORICO-REC
           END-STRING
           WRITE HISTORICO-REC
