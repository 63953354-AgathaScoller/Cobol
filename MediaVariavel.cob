               RECORD KEY IS AT-CHAVE
               FILE STATUS IS WS-ATRIBUICAO-STATUS.

           SELECT PERIODO-FILE ASSIGN TO "data/periodos_letivos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-PERIODO
               FILE STATUS IS WS-PERIODO-STATUS.

           SELECT JUSTIFICATIVA-FILE ASSIGN TO
                   "data/justificativas.dat"
               ORGANIZATION IS INDEXED

           COPY "SPOOLSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTADOS-FILE.
       FD  ATRIBUICAO-FILE.
       COPY "ATRIREC.CPY".

       FD  PERIODO-FILE.
       COPY "PERIREC.CPY".

       FD  JUSTIFICATIVA-FILE.
       COPY "JUSTREC.CPY".


       COPY "SPOOLFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "DNEGWS.CPY".
       COPY "RUNHWS.CPY".
       01 WS-LOTE-STATUS       PIC XX.
       01 WS-FREQUENCIA-STATUS PIC XX.
       01 WS-ATRIBUICAO-STATUS PIC XX.
       COPY "PERIFWS.CPY".
       01 WS-PERIODO-FECHADO   PIC X(1).
       01 WS-PCT-FREQUENCIA    PIC 9(3)V99.
       01 WS-PCT-FREQ-BRUTA    PIC 9(3)V99.
       01 WS-MINIMO-FREQUENCIA PIC 9(3) VALUE 75.
           DISPLAY "ID do aluno: "
           ACCEPT ALUNO-ID

      *    Turma so de periodos letivos fechados (FecharPeriodo)
      *    nao aceita mais correcao.
           PERFORM VERIFICAR-PERIODO-FECHADO
           PERFORM LOCALIZAR-ULTIMO-RESULTADO

           IF WS-PERIODO-FECHADO = "S"
               DISPLAY "Turma de periodo letivo fechado: correcao "
                       "recusada."
           ELSE
           IF NOT ORIGINAL-ENCONTRADO
               DISPLAY "Resultado original nao encontrado."
           ELSE

               DISPLAY "Correcao gravada. Regere o ranking da turma "
                       "pelo modo (R)."
           END-IF
           END-IF.

       LOCALIZAR-ULTIMO-RESULTADO.
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "MediaVariavel".

           COPY "PERIFECH.CPY" REPLACING
               ROTINA-NOME  BY VERIFICAR-PERIODO-FECHADO
               TURMA-CHAVE  BY TURMA
               FLAG-FECHADA BY WS-PERIODO-FECHADO.
