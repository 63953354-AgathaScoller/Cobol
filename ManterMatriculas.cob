               RECORD KEY IS HR-CHAVE
               FILE STATUS IS WS-HORARIO-STATUS.

           SELECT EQUIVALENCIA-FILE ASSIGN TO
                   "data/equivalencias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQ-CHAVE
               FILE STATUS IS WS-EQUIVALENCIA-STATUS.

           COPY "JRNLSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  HORARIO-FILE.
       COPY "HORARREC.CPY".

       FD  EQUIVALENCIA-FILE.
       COPY "EQUIVREC.CPY".

       COPY "JRNLFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
           88 PREREQS-OK        VALUE "S".
       01 WS-TALLY          PIC 9(2).
       01 WS-OVERRIDE-COD   PIC X(4) VALUE SPACES.
      *    Aproveitamento de estudos aprovado pela coordenacao
      *    (ManterEquivalencias) vale como aprovacao no pre-requisito.
       01 WS-EQUIVALENCIA-STATUS PIC XX.
       01 WS-ENTRADA-TRAB   PIC X(40).
      *    Capacidade e lista de espera: a matricula alem da
      *    capacidade do curso entra "E" na ordem do pedido; o
           IF WS-RESULTADOS-STATUS = "00" OR
                   WS-RESULTADOS-STATUS = "10"
               CLOSE RESULTADOS-FILE
           END-IF

           IF WS-PREREQ-APROVADO NOT = "S"
               PERFORM VERIFICAR-EQUIVALENCIA-PREREQ
           END-IF.

       VERIFICAR-EQUIVALENCIA-PREREQ.
           OPEN INPUT EQUIVALENCIA-FILE
           IF WS-EQUIVALENCIA-STATUS = "00"
               MOVE ALUNO-ID TO EQ-ALUNO-ID
               MOVE WS-PQ-CURSO(WS-IDX-PQ) TO EQ-CURSO-COD
               READ EQUIVALENCIA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EQ-SITUACAO = "A"
                           MOVE "S" TO WS-PREREQ-APROVADO
                       END-IF
               END-READ
               CLOSE EQUIVALENCIA-FILE
           END-IF.

      *    Choque de grade: carrega os horarios da turma nova e das
