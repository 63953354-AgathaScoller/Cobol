      *    cadastro de professores com as atribuicoes do periodo
      *    pedido e as matriculas ativas, somando turmas, alunos e
      *    horas semanais de cada professor em
      *    data/carga_professores.txt. Professor com teto de horas
      *    semanais no cadastro (PF-HORAS-MAXIMAS) que o ultrapassa
      *    sai marcado "ACIMA DO TETO".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFESSOR-FILE.
       01  PARM-REC.
           05 PARM-PERIODO      PIC 9(6).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "PARMWS.CPY".
       01 WS-CG-CORRENTE     PIC 9(2).
       01 WS-QTD-ALUNOS-TURMA PIC 9(4).
       01 WS-NOME-PROF       PIC X(20).
       01 WS-TETO-PROF       PIC 9(2).
       01 WS-MARCA-TETO      PIC X(14).

       PROCEDURE DIVISION.
       INICIO.
           END-STRING
           WRITE REPORT-LINE

           MOVE "PROF   NOME                 TURMAS ALUNOS HORAS TETO"
               TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-IDX-CG FROM 1 BY 1

       GRAVAR-LINHA-CARGA.
           MOVE SPACES TO WS-NOME-PROF
           MOVE 0 TO WS-TETO-PROF
           MOVE SPACES TO WS-MARCA-TETO
           IF WS-PROFESSOR-STATUS = "00"
               MOVE CG-PROFESSOR(WS-IDX-CG) TO PF-ID
               READ PROFESSOR-FILE
                       MOVE "(sem cadastro)" TO WS-NOME-PROF
                   NOT INVALID KEY
                       MOVE PF-NOME TO WS-NOME-PROF
                       MOVE PF-HORAS-MAXIMAS TO WS-TETO-PROF
               END-READ
           END-IF
           IF WS-TETO-PROF > 0 AND
                   CG-HORAS(WS-IDX-CG) > WS-TETO-PROF
               MOVE "ACIMA DO TETO" TO WS-MARCA-TETO
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING CG-PROFESSOR(WS-IDX-CG) DELIMITED BY SIZE
                  CG-QTD-ALUNOS(WS-IDX-CG) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  CG-HORAS(WS-IDX-CG) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-TETO-PROF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MARCA-TETO DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
