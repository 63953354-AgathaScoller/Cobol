      *      "U"  devolve em LK-DATA-RESULTADO o primeiro dia util
      *           igual ou posterior a LK-DATA (pula sabado, domingo
      *           e feriado) e em LK-NOME-DIA o dia da semana;
      *      "S"  devolve apenas o nome do dia da semana de LK-DATA;
      *      "L"  como "U", mas na agencia LK-AGENCIA: pula tambem os
      *           feriados municipais dela (feriados_locais.dat).
      *           LK-DATA e dia util na agencia quando o resultado
      *           volta igual a LK-DATA;
      *      "F"  devolve LK-DATA em LK-DATA-RESULTADO quando a data
      *           e feriado nacional ou municipal da agencia
      *           LK-AGENCIA, e zero quando nao e; LK-NOME-DIA traz o
      *           dia da semana.
      *    LK-AGENCIA so e passado e lido nas operacoes "L" e "F";
      *    agencia zero enxerga so a tabela nacional.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS FER-DATA
               FILE STATUS IS WS-FERIADO-STATUS.

           SELECT FERIADO-LOCAL-FILE ASSIGN TO
                   "data/feriados_locais.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-CHAVE
               FILE STATUS IS WS-FERIADO-LOCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FERIADO-FILE.
           05 FER-DATA         PIC 9(8).
           05 FER-NOME         PIC X(20).

       FD  FERIADO-LOCAL-FILE.
       COPY "FERLREC.CPY".

       WORKING-STORAGE SECTION.
       01 WS-FERIADO-STATUS PIC XX.
       01 WS-TEM-FERIADOS   PIC X(1).
       01 WS-FERIADO-LOCAL-STATUS PIC XX.
       01 WS-TEM-LOCAIS     PIC X(1).
       01 WS-AGENCIA        PIC 9(3).
       01 WS-DATA-CORRENTE  PIC 9(8).
       01 WS-DIA-UTIL       PIC X(1).
           88 DIA-UTIL          VALUE "S".
       01 LK-DATA           PIC 9(8).
       01 LK-DATA-RESULTADO PIC 9(8).
       01 LK-NOME-DIA       PIC X(10).
       01 LK-AGENCIA        PIC 9(3).

       PROCEDURE DIVISION USING LK-OPERACAO LK-DATA
               LK-DATA-RESULTADO LK-NOME-DIA LK-AGENCIA.
       INICIO.
           MOVE LK-DATA TO WS-DATA-CORRENTE
           MOVE 0 TO WS-AGENCIA
           IF LK-OPERACAO = "L" OR LK-OPERACAO = "F"
               MOVE LK-AGENCIA TO WS-AGENCIA
           END-IF

           EVALUATE LK-OPERACAO
               WHEN "U"
               WHEN "L"
                   PERFORM ABRIR-FERIADOS
                   PERFORM AVALIAR-DIA
                   PERFORM UNTIL DIA-UTIL
                       COMPUTE WS-DATA-CORRENTE =
                           FUNCTION DATE-OF-INTEGER(
                               FUNCTION INTEGER-OF-DATE(
                                   WS-DATA-CORRENTE) + 1)
                       PERFORM AVALIAR-DIA
                   END-PERFORM
                   PERFORM FECHAR-FERIADOS
               WHEN "F"
                   PERFORM ABRIR-FERIADOS
                   PERFORM AVALIAR-DIA
                   PERFORM FECHAR-FERIADOS
                   IF WS-E-FERIADO = "N"
                       MOVE 0 TO WS-DATA-CORRENTE
                   END-IF
               WHEN OTHER
                   PERFORM DETERMINAR-DIA-SEMANA
           END-EVALUATE

           MOVE WS-DATA-CORRENTE TO LK-DATA-RESULTADO
           MOVE WS-NOME-DIA TO LK-NOME-DIA
           OPEN INPUT FERIADO-FILE
           IF WS-FERIADO-STATUS NOT = "00"
               MOVE "N" TO WS-TEM-FERIADOS
           END-IF

           MOVE "N" TO WS-TEM-LOCAIS
           IF WS-AGENCIA NOT = 0
               OPEN INPUT FERIADO-LOCAL-FILE
               IF WS-FERIADO-LOCAL-STATUS = "00"
                   MOVE "S" TO WS-TEM-LOCAIS
               END-IF
           END-IF.

       FECHAR-FERIADOS.
           IF WS-TEM-FERIADOS = "S"
               CLOSE FERIADO-FILE
           END-IF
           IF WS-TEM-LOCAIS = "S"
               CLOSE FERIADO-LOCAL-FILE
           END-IF.

       AVALIAR-DIA.
               END-READ
           END-IF

           IF WS-E-FERIADO = "N" AND WS-TEM-LOCAIS = "S"
               MOVE WS-AGENCIA TO FL-AGENCIA
               MOVE WS-DATA-CORRENTE TO FL-DATA
               READ FERIADO-LOCAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-E-FERIADO
               END-READ
           END-IF

           IF WS-NOME-DIA = "sábado" OR WS-NOME-DIA = "domingo"
                   OR WS-E-FERIADO = "S"
               MOVE "N" TO WS-DIA-UTIL
