      *    em data/inadimplencia.txt. Aluno com mais de duas
      *    parcelas vencidas em aberto sai marcado BLOQUEADO - e o
      *    mesmo corte que ManterMatriculas aplica na matricula
      *    nova. Cada linha leva o nome de quem responde pela
      *    cobranca: o responsavel financeiro do aluno ou, sem ele,
      *    o proprio aluno.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS WS-MENSALIDADE-STATUS.

           SELECT ALUNO-FILE ASSIGN TO "data/idadeenota_alunos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ALUNO-ID
               FILE STATUS IS WS-ALUNO-STATUS.

           SELECT RESPONSAVEL-FILE ASSIGN TO "data/responsaveis.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-CHAVE
               FILE STATUS IS WS-RESPONSAVEL-STATUS.

           SELECT INADIMPLENCIA-REPORT ASSIGN TO
                   "data/inadimplencia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MENSALIDADE-FILE.
       COPY "MENSREC.CPY".

       FD  ALUNO-FILE.
       COPY "ALUNOREC.CPY".

       FD  RESPONSAVEL-FILE.
       COPY "RESPREC.CPY".

       FD  INADIMPLENCIA-REPORT.
       01  REPORT-LINE          PIC X(70).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "RESPFWS.CPY".
       01 WS-MENSALIDADE-STATUS PIC XX.
       01 WS-REPORT-STATUS   PIC XX.
       01 WS-EOF-MENSALIDADE PIC X VALUE "N".
       01 WS-DV-CORRENTE     PIC 9(3).
       01 WS-QTD-BLOQUEADOS  PIC 9(3) VALUE 0.
       01 WS-SOMA-EDIT       PIC Z(6)9.99.
       01 WS-NOME-FINANCEIRO PIC X(20).

       PROCEDURE DIVISION.
       INICIO.

           CLOSE MENSALIDADE-FILE

           OPEN INPUT ALUNO-FILE
           IF WS-ALUNO-STATUS = "00"
               MOVE "S" TO WS-RF-ALUNO-ABERTO
           END-IF
           OPEN INPUT RESPONSAVEL-FILE
           IF WS-RESPONSAVEL-STATUS = "00"
               MOVE "S" TO WS-RF-RESP-ABERTO
           END-IF

           OPEN OUTPUT INADIMPLENCIA-REPORT

           MOVE SPACES TO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "ALUNO      VENCIDAS SOMA       " DELIMITED BY SIZE
                  "RESPONSAVEL          OBS" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING WS-IDX-DV FROM 1 BY 1
           WRITE REPORT-LINE

           CLOSE INADIMPLENCIA-REPORT
           IF WS-RF-RESP-ABERTO = "S"
               CLOSE RESPONSAVEL-FILE
           END-IF
           IF WS-RF-ALUNO-ABERTO = "S"
               CLOSE ALUNO-FILE
           END-IF

           DISPLAY "Aging de inadimplencia gravado. Devedores: "
                   WS-QTD-DEVEDORES

       GRAVAR-LINHA-DEVEDOR.
           MOVE DV-SOMA(WS-IDX-DV) TO WS-SOMA-EDIT
           PERFORM BUSCAR-RESPONSAVEL-FINANCEIRO
           MOVE SPACES TO REPORT-LINE
           IF DV-QTD-VENCIDAS(WS-IDX-DV) > 2
               ADD 1 TO WS-QTD-BLOQUEADOS
                      DV-QTD-VENCIDAS(WS-IDX-DV) DELIMITED BY SIZE
                      "      " DELIMITED BY SIZE
                      WS-SOMA-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NOME-FINANCEIRO DELIMITED BY SIZE
                      " BLOQUEADO" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
                      DV-QTD-VENCIDAS(WS-IDX-DV) DELIMITED BY SIZE
                      "      " DELIMITED BY SIZE
                      WS-SOMA-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NOME-FINANCEIRO DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE.

           COPY "RESPFIN.CPY" REPLACING
               ROTINA-NOME  BY BUSCAR-RESPONSAVEL-FINANCEIRO
               ALUNO-CHAVE  BY DV-ALUNO-ID(WS-IDX-DV)
               NOME-SAIDA   BY WS-NOME-FINANCEIRO.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "InadimplenciaEscola"
