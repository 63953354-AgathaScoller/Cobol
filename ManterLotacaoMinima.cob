       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManterLotacaoMinima.

      *    Tabela de lotacao minima por departamento
      *    (data/lotacao_minima.dat): quantos empregados precisam
      *    estar trabalhando em cada dia da semana e nos feriados.
      *    E a regua da previsao de quatro semanas (PrevisaoLotacao),
      *    contra a qual os gestores planejam as ferias, e do alerta
      *    diario de CoberturaDepto - antes o unico alerta era o
      *    departamento inteiro fora no dia.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTACAO-FILE ASSIGN TO "data/lotacao_minima.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-DEPARTAMENTO
               FILE STATUS IS WS-LOTACAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOTACAO-FILE.
       COPY "LOTMREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-LOTACAO-STATUS  PIC XX.
       01 WS-EOF-LOTACAO     PIC X VALUE "N".
           88 FIM-LOTACAO        VALUE "S".
       01 OPCAO              PIC X(1).
       01 DEPARTAMENTO       PIC X(10).
       01 MENSAGEM           PIC X(40).
       01 WS-ACHOU-LOTACAO   PIC X(1).
           88 LOTACAO-ENCONTRADA VALUE "S".
       01 WS-IDX-DIA         PIC 9(1).
       01 WS-NOMES-DIAS.
           05 FILLER             PIC X(7) VALUE "segunda".
           05 FILLER             PIC X(7) VALUE "terca  ".
           05 FILLER             PIC X(7) VALUE "quarta ".
           05 FILLER             PIC X(7) VALUE "quinta ".
           05 FILLER             PIC X(7) VALUE "sexta  ".
           05 FILLER             PIC X(7) VALUE "sabado ".
           05 FILLER             PIC X(7) VALUE "domingo".
       01 WS-NOMES-DIAS-RED REDEFINES WS-NOMES-DIAS.
           05 WS-NOME-DIA        PIC X(7) OCCURS 7 TIMES.

       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O LOTACAO-FILE
           IF WS-LOTACAO-STATUS = "35"
               OPEN OUTPUT LOTACAO-FILE
               CLOSE LOTACAO-FILE
               OPEN I-O LOTACAO-FILE
           END-IF

           DISPLAY "Lotacao minima - (D)efinir, (E)xcluir ou "
                   "(L)istar? "
           ACCEPT OPCAO

           EVALUATE OPCAO
               WHEN "D"
               WHEN "d"
                   PERFORM DEFINIR-LOTACAO
               WHEN "E"
               WHEN "e"
                   PERFORM EXCLUIR-LOTACAO
               WHEN OTHER
                   PERFORM LISTAR-LOTACAO
           END-EVALUATE

           CLOSE LOTACAO-FILE

           STRING "OPCAO=" DELIMITED BY SIZE
                  OPCAO DELIMITED BY SIZE
                  " DEPTO=" DELIMITED BY SIZE
                  FUNCTION TRIM(DEPARTAMENTO) DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           MOVE MENSAGEM TO WS-AUDIT-SAIDA
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

      *    Inclui ou substitui os minimos do departamento.
       DEFINIR-LOTACAO.
           DISPLAY "Departamento: "
           ACCEPT DEPARTAMENTO

           PERFORM LER-LOTACAO
           MOVE DEPARTAMENTO TO LM-DEPARTAMENTO
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > 7
               DISPLAY "Minimo de " WS-NOME-DIA(WS-IDX-DIA) ": "
               ACCEPT LM-MINIMO(WS-IDX-DIA)
               IF LM-MINIMO(WS-IDX-DIA) NOT NUMERIC
                   MOVE 0 TO LM-MINIMO(WS-IDX-DIA)
               END-IF
           END-PERFORM
           DISPLAY "Minimo nos feriados: "
           ACCEPT LM-MINIMO-FERIADO
           IF LM-MINIMO-FERIADO NOT NUMERIC
               MOVE 0 TO LM-MINIMO-FERIADO
           END-IF

           IF LOTACAO-ENCONTRADA
               REWRITE LOTACAO-MINIMA-REC
               MOVE "Lotacao minima alterada." TO MENSAGEM
           ELSE
               WRITE LOTACAO-MINIMA-REC
               MOVE "Lotacao minima incluida." TO MENSAGEM
           END-IF
           DISPLAY MENSAGEM.

       EXCLUIR-LOTACAO.
           DISPLAY "Departamento: "
           ACCEPT DEPARTAMENTO

           PERFORM LER-LOTACAO
           IF LOTACAO-ENCONTRADA
               DELETE LOTACAO-FILE RECORD
               MOVE "Lotacao minima excluida." TO MENSAGEM
           ELSE
               MOVE "Departamento sem lotacao minima." TO MENSAGEM
           END-IF
           DISPLAY MENSAGEM.

       LISTAR-LOTACAO.
           DISPLAY "DEPTO      SEG TER QUA QUI SEX SAB DOM FER"
           MOVE LOW-VALUES TO LM-DEPARTAMENTO
           START LOTACAO-FILE KEY NOT < LM-DEPARTAMENTO
               INVALID KEY
                   MOVE "S" TO WS-EOF-LOTACAO
           END-START

           PERFORM UNTIL FIM-LOTACAO
               READ LOTACAO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-LOTACAO
                   NOT AT END
                       DISPLAY LM-DEPARTAMENTO " "
                               LM-MINIMO(1) " " LM-MINIMO(2) " "
                               LM-MINIMO(3) " " LM-MINIMO(4) " "
                               LM-MINIMO(5) " " LM-MINIMO(6) " "
                               LM-MINIMO(7) " " LM-MINIMO-FERIADO
               END-READ
           END-PERFORM

           MOVE "Listagem efetuada." TO MENSAGEM.

       LER-LOTACAO.
           MOVE "N" TO WS-ACHOU-LOTACAO
           MOVE DEPARTAMENTO TO LM-DEPARTAMENTO
           READ LOTACAO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-LOTACAO
           END-READ.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "ManterLotacaoMinima"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
