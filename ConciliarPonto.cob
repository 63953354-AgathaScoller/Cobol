      *                  data/ponto_parm.dat: hora padrao HHMM e
      *                  tolerancia em minutos; padrao 0800/15);
      *      FALTA       dia de trabalho sem marcacao;
      *      FOLGA       folga da escala ou feriado (nacional ou
      *                  municipal da agencia do empregado,
      *                  EM-AGENCIA), sem marcacao;
      *      TRAB-FOLGA  trabalhou na folga ou feriado (credita o
      *                  banco de horas);
      *      AFASTADO    dentro de afastamento ativo.
       01 WS-MIN-LIMITE      PIC 9(4).
       01 WS-HORA-ENTRADA-HM PIC 9(4).
       01 WS-E-FERIADO       PIC X(1).
       01 WS-E-FERIADO-EMP   PIC X(1).
       01 WS-CAL-RESULTADO   PIC 9(8).
       01 WS-CAL-NOME-DIA    PIC X(10).
       01 WS-E-FOLGA         PIC X(1).
       01 WS-E-AFASTADO      PIC X(1).
       01 WS-TEM-PONTO       PIC X(1).
               CLOSE FERIADO-FILE
           END-IF.

      *    Feriado municipal so vale para quem e lotado na agencia
      *    da cidade; o nacional ja foi lido uma vez para o dia.
       VERIFICAR-FERIADO-LOCAL.
           MOVE WS-E-FERIADO TO WS-E-FERIADO-EMP
           IF WS-E-FERIADO = "N" AND EM-AGENCIA NOT = 0
               MOVE "F" TO WS-CAL-OPERACAO
               CALL "CalendarioCorp" USING WS-CAL-OPERACAO WS-HOJE
                   WS-CAL-RESULTADO WS-CAL-NOME-DIA EM-AGENCIA
               END-CALL
               IF WS-CAL-RESULTADO NOT = 0
                   MOVE "S" TO WS-E-FERIADO-EMP
               END-IF
           END-IF.

       CLASSIFICAR-EMPREGADO-DIA.
           PERFORM VERIFICAR-FERIADO-LOCAL
           PERFORM VERIFICAR-AFASTAMENTO
           PERFORM VERIFICAR-FOLGA-ESCALA
           PERFORM VERIFICAR-PONTO-DO-DIA
           EVALUATE TRUE
               WHEN WS-E-AFASTADO = "S"
                   MOVE "AFASTADO" TO WS-CLASSE
               WHEN (WS-E-FOLGA = "S" OR WS-E-FERIADO-EMP = "S") AND
                       WS-TEM-PONTO = "S"
                   MOVE "TRAB-FOLGA" TO WS-CLASSE
                   ADD 1 TO WS-QTD-TRAB-FOLGA
                   PERFORM CREDITAR-BANCO-HORAS
               WHEN WS-E-FOLGA = "S" OR WS-E-FERIADO-EMP = "S"
                   MOVE "FOLGA" TO WS-CLASSE
               WHEN WS-TEM-PONTO = "N"
                   MOVE "FALTA" TO WS-CLASSE
