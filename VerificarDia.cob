
           COPY "JRNLSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  FERIADO-FILE.

       COPY "JRNLFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "JRNLWS.CPY".
           88 EMPREGADO-INEXISTENTE VALUE "N".
           88 EMPREGADO-DESLIGADO  VALUE "D".
       01 WS-DATA-REFERENCIA PIC 9(8).
      *    Agencia de lotacao do empregado consultado: o feriado
      *    municipal dela tambem e dia de descanso.
       01 WS-AGENCIA-EMP     PIC 9(3) VALUE 0.
       01 WS-CAL-OPERACAO    PIC X(1).
       01 WS-CAL-RESULTADO   PIC 9(8).
       01 WS-CAL-NOME-DIA    PIC X(10).
       01 WS-AFASTAMENTO-STATUS PIC XX.
       01 WS-EOF-AFASTAMENTO PIC X(1).
           88 FIM-AFASTAMENTOS   VALUE "S".
      *    nao cai mais na regra padrao de fim de semana.
       VALIDAR-EMPREGADO.
           MOVE "N" TO WS-EMP-SITUACAO
           MOVE 0 TO WS-AGENCIA-EMP
           OPEN INPUT EMPREGADO-FILE
           IF WS-EMPREGADO-STATUS = "00"
               MOVE EMPREGADO-ID TO EM-ID
                       ELSE
                           MOVE "O" TO WS-EMP-SITUACAO
                       END-IF
                       MOVE EM-AGENCIA TO WS-AGENCIA-EMP
               END-READ
               CLOSE EMPREGADO-FILE
           END-IF.
                   MOVE "S" TO WS-E-FERIADO
           END-READ

           CLOSE FERIADO-FILE

           IF WS-E-FERIADO = "N" AND WS-AGENCIA-EMP NOT = 0
               MOVE "F" TO WS-CAL-OPERACAO
               CALL "CalendarioCorp" USING WS-CAL-OPERACAO DATA-ATUAL
                   WS-CAL-RESULTADO WS-CAL-NOME-DIA WS-AGENCIA-EMP
               END-CALL
               IF WS-CAL-RESULTADO NOT = 0
                   MOVE "S" TO WS-E-FERIADO
               END-IF
           END-IF.

       ABRIR-FERIADO-FILE.
           OPEN I-O FERIADO-FILE
