      *    para a secretaria imprimir e carimbar. O conceito usa a
      *    mesma escala de CONVERTER-CONCEITO de MediaNotas
      *    (A>=9, B>=7, C>=5, D>=3, F).
      *    Aproveitamentos de estudos aprovados pela coordenacao
      *    (equivalencias.dat) entram no extrato na data de conclusao
      *    de origem, com a nota de origem, situacao "Aproveitamento"
      *    e uma linha com a instituicao e o curso de origem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EQUIVALENCIA-FILE ASSIGN TO
                   "data/equivalencias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQ-CHAVE
               FILE STATUS IS WS-EQUIVALENCIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  PARM-REC.
           05 PARM-ALUNO-ID     PIC X(10).

       FD  EQUIVALENCIA-FILE.
       COPY "EQUIVREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-HISTORICO-STATUS PIC XX.
       01 WS-EOF-RESULTADOS   PIC X VALUE "N".
           88 FIM-RESULTADOS      VALUE "S".
       01 WS-EQUIVALENCIA-STATUS PIC XX.
       01 WS-EOF-EQUIV        PIC X VALUE "N".
           88 FIM-EQUIVALENCIAS   VALUE "S".
       01 ALUNO-ID            PIC X(10).
       01 WS-HOJE             PIC 9(8).
       01 I                   PIC 9(3).
               10 HE-TURMA         PIC X(6).
               10 HE-MEDIA         PIC 9(5)V99.
               10 HE-SITUACAO      PIC X(18).
               10 HE-ORIGEM        PIC X(53).
       01 WS-TEMP-HIST.
           05 TH-DATA          PIC 9(8).
           05 TH-TURMA         PIC X(6).
           05 TH-MEDIA         PIC 9(5)V99.
           05 TH-SITUACAO      PIC X(18).
           05 TH-ORIGEM        PIC X(53).

       PROCEDURE DIVISION.
       INICIO.

           CLOSE RESULTADOS-FILE

           PERFORM CARREGAR-EQUIVALENCIAS

           PERFORM ORDENAR-POR-DATA
           PERFORM GRAVAR-EXTRATO

               MOVE 0 TO HE-DATA(WS-QTD-REGISTROS)
               MOVE 0 TO HE-MEDIA(WS-QTD-REGISTROS)
               MOVE SPACES TO HE-SITUACAO(WS-QTD-REGISTROS)
               MOVE SPACES TO HE-ORIGEM(WS-QTD-REGISTROS)

               PERFORM VARYING I FROM 1 BY 1 UNTIL I > 180
                   IF RESULTADO-LINE(I:6) = "MEDIA="
               END-PERFORM
           END-IF.

      *    Aproveitamentos aprovados do aluno (chave aluno + curso).
       CARREGAR-EQUIVALENCIAS.
           OPEN INPUT EQUIVALENCIA-FILE
           IF WS-EQUIVALENCIA-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-EQUIV
           ELSE
               MOVE ALUNO-ID TO EQ-ALUNO-ID
               MOVE LOW-VALUES TO EQ-CURSO-COD
               START EQUIVALENCIA-FILE KEY NOT < EQ-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF-EQUIV
               END-START
           END-IF

           PERFORM UNTIL FIM-EQUIVALENCIAS
               READ EQUIVALENCIA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-EQUIV
                   NOT AT END
                       IF EQ-ALUNO-ID NOT = ALUNO-ID
                           MOVE "S" TO WS-EOF-EQUIV
                       ELSE
                       IF EQ-SITUACAO = "A" AND
                               WS-QTD-REGISTROS < 200
                           PERFORM EXTRAIR-EQUIVALENCIA
                       END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-EQUIVALENCIA-STATUS = "00" OR
                   WS-EQUIVALENCIA-STATUS = "10" OR
                   WS-EQUIVALENCIA-STATUS = "23"
               CLOSE EQUIVALENCIA-FILE
           END-IF.

       EXTRAIR-EQUIVALENCIA.
           ADD 1 TO WS-QTD-REGISTROS
           MOVE EQ-DATA-CONCLUSAO TO HE-DATA(WS-QTD-REGISTROS)
           MOVE EQ-CURSO-COD TO HE-TURMA(WS-QTD-REGISTROS)
           MOVE EQ-NOTA TO HE-MEDIA(WS-QTD-REGISTROS)
           MOVE "Aproveitamento" TO HE-SITUACAO(WS-QTD-REGISTROS)
           MOVE SPACES TO HE-ORIGEM(WS-QTD-REGISTROS)
           STRING EQ-INSTITUICAO DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  EQ-CURSO-ORIGEM DELIMITED BY SIZE
                  INTO HE-ORIGEM(WS-QTD-REGISTROS)
           END-STRING.

       ORDENAR-POR-DATA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-QTD-REGISTROS - 1
                  HE-SITUACAO(I) DELIMITED BY SIZE
                  INTO HISTORICO-LINE
           END-STRING
           WRITE HISTORICO-LINE

           IF HE-ORIGEM(I) NOT = SPACES
               MOVE SPACES TO HISTORICO-LINE
               STRING "         origem: " DELIMITED BY SIZE
                      HE-ORIGEM(I) DELIMITED BY SIZE
                      INTO HISTORICO-LINE
               END-STRING
               WRITE HISTORICO-LINE
           END-IF.

       CONVERTER-CONCEITO.
           IF HE-MEDIA(I) >= 9.00
