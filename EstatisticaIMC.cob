               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-FILE.
       01  PARM-REC.
           05 PARM-ANO-MES      PIC 9(6).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "PARMWS.CPY".
      *    Risco cardiometabolico combinado (colunas 64-73 do
      *    historico, gravadas por ClassificarIMC via RiscoCardio);
      *    visitas antigas, sem a coluna, contam como "sem dados".
      *    Coluna 75 = "L": o risco da visita ja considerou exame
      *    laboratorial recente (data/exames_laboratorio.dat).
       01 WS-RISCO            PIC X(10).
       01 WS-QTD-RISCO-LAB    PIC 9(6) VALUE 0.
       01 WS-QTD-RISCO-BAIXO  PIC 9(6) VALUE 0.
       01 WS-QTD-RISCO-MODER  PIC 9(6) VALUE 0.
       01 WS-QTD-RISCO-ALTO   PIC 9(6) VALUE 0.
                   ADD 1 TO WS-QTD-RISCO-ALTO
               WHEN OTHER
                   ADD 1 TO WS-QTD-RISCO-SEM
           END-EVALUATE
           IF HISTORICO-REC(75:1) = "L"
               ADD 1 TO WS-QTD-RISCO-LAB
           END-IF.

       GRAVAR-ESTATISTICAS.
           OPEN OUTPUT ESTATISTICA-REPORT
                  INTO ESTATISTICA-LINE
           END-STRING
           WRITE ESTATISTICA-LINE
           MOVE SPACES TO ESTATISTICA-LINE
           STRING "  Com exames laboratoriais no escore "
                      DELIMITED BY SIZE
                  WS-QTD-RISCO-LAB DELIMITED BY SIZE
                  INTO ESTATISTICA-LINE
           END-STRING
           WRITE ESTATISTICA-LINE

           MOVE "IMC medio por sexo:" TO ESTATISTICA-LINE
           WRITE ESTATISTICA-LINE
