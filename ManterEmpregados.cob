
           COPY "JRNLSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADO-FILE.

       COPY "JRNLFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "JRNLWS.CPY".
           ACCEPT EM-ADMISSAO
           IF EM-ADMISSAO = 0
               MOVE WS-HOJE TO EM-ADMISSAO
           END-IF
           DISPLAY "Agencia de lotacao (0 = sem feriado municipal): "
           ACCEPT EM-AGENCIA
           IF EM-AGENCIA NOT NUMERIC
               MOVE 0 TO EM-AGENCIA
           END-IF.

       DESLIGAR-EMPREGADO.
           IF EMPREGADO-ENCONTRADO
               DISPLAY "ID: " EM-ID "  Nome: " EM-NOME
               DISPLAY "Departamento: " EM-DEPARTAMENTO
                       "  Agencia: " EM-AGENCIA
               DISPLAY "Admissao: " EM-ADMISSAO
                       "  Desligamento: " EM-DESLIGAMENTO
               MOVE "Consulta efetuada." TO MENSAGEM

       LISTAR-EMPREGADOS.
           DISPLAY "ID         NOME                 DEPTO      "
                   "ADMISSAO DESLIG   AGE"
           MOVE LOW-VALUES TO EM-ID
           START EMPREGADO-FILE KEY NOT < EM-ID
               INVALID KEY
                   NOT AT END
                       DISPLAY EM-ID " " EM-NOME " "
                               EM-DEPARTAMENTO " " EM-ADMISSAO " "
                               EM-DESLIGAMENTO " " EM-AGENCIA
               END-READ
           END-PERFORM

