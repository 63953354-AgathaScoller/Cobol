       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrevisaoLotacao.

      *    Previsao de lotacao das proximas quatro semanas contra a
      *    tabela de lotacao minima (lotacao_minima.dat): para cada
      *    dia a partir da data de negocio e cada departamento com
      *    minimo cadastrado, projeta quem estara trabalhando pela
      *    escala de folgas (escalas.dat, com a regra de fim de
      *    semana para quem nao tem escala, como em CoberturaDepto),
      *    tirando ferias e licencas ativas (afastamentos.dat) e os
      *    feriados, aplicando nas datas as trocas de folga aprovadas
      *    (trocas_folga.dat: na data 1 o empregado 1 trabalha e o 2
      *    folga, na data 2 o inverso) e somando o plantonista do
      *    plano de plantao (plantao_proposto.dat) mesmo em dia de
      *    folga. Todo dia abaixo do minimo sai com o tamanho da
      *    falta e os empregados do departamento que estao de folga
      *    naquele dia e poderiam ser chamados. Relatorio em
      *    data/previsao_lotacao.txt, enviado ao spool; RC 4 quando
      *    ha falta prevista.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTACAO-FILE ASSIGN TO "data/lotacao_minima.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-DEPARTAMENTO
               FILE STATUS IS WS-LOTACAO-STATUS.

           SELECT EMPREGADO-FILE ASSIGN TO "data/empregados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EMPREGADO-STATUS.

           SELECT ESCALA-FILE ASSIGN TO "data/escalas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-EMPREGADO-ID
               FILE STATUS IS WS-ESCALA-STATUS.

           SELECT AFASTAMENTO-FILE ASSIGN TO "data/afastamentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-CHAVE
               FILE STATUS IS WS-AFASTAMENTO-STATUS.

           SELECT TROCA-FILE ASSIGN TO "data/trocas_folga.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-ID
               FILE STATUS IS WS-TROCA-STATUS.

           SELECT PROPOSTO-FILE ASSIGN TO "data/plantao_proposto.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSTO-STATUS.

           SELECT FERIADO-FILE ASSIGN TO "data/feriados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-DATA
               FILE STATUS IS WS-FERIADO-STATUS.

           SELECT PREVISAO-REPORT ASSIGN TO
                   "data/previsao_lotacao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "SPOOLSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  LOTACAO-FILE.
       COPY "LOTMREC.CPY".

       FD  EMPREGADO-FILE.
       COPY "EMPREC.CPY".

       FD  ESCALA-FILE.
       01  ESCALA-REC.
           05 ESC-EMPREGADO-ID PIC X(10).
           05 ESC-DESCANSO-1   PIC X(10).
           05 ESC-DESCANSO-2   PIC X(10).

       FD  AFASTAMENTO-FILE.
       COPY "AFASTREC.CPY".

       FD  TROCA-FILE.
       COPY "TROCAREC.CPY".

       FD  PROPOSTO-FILE.
       01  PROPOSTO-REC.
           05 PL-DATA           PIC 9(8).
           05 PL-DEPARTAMENTO   PIC X(10).
           05 PL-EMPREGADO-ID   PIC X(10).
           05 PL-MARCA          PIC X(3).

       FD  FERIADO-FILE.
       01  FERIADO-REC.
           05 FER-DATA         PIC 9(8).
           05 FER-NOME         PIC X(20).

       FD  PREVISAO-REPORT.
       01  REPORT-LINE.
           05 RL-DATA           PIC X(8).
           05 FILLER            PIC X(1).
           05 RL-DIA            PIC X(3).
           05 FILLER            PIC X(1).
           05 RL-FERIADO        PIC X(3).
           05 FILLER            PIC X(1).
           05 RL-DEPARTAMENTO   PIC X(10).
           05 FILLER            PIC X(1).
           05 RL-MINIMO         PIC X(6).
           05 FILLER            PIC X(1).
           05 RL-PREVISTOS      PIC X(9).
           05 FILLER            PIC X(1).
           05 RL-FALTA          PIC X(5).
           05 FILLER            PIC X(82).

       COPY "SPOOLFD.CPY".

       COPY "RUNHFD.CPY".

       COPY "CTLFD.CPY".

       COPY "FERRFD.CPY".

       COPY "DNEGFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "RUNHWS.CPY".
       COPY "CTLWS.CPY".
           COPY "FERRWS.CPY".
           COPY "DNEGWS.CPY".
           COPY "SPOOLWS.CPY".
       01 WS-LOTACAO-STATUS   PIC XX.
       01 WS-EMPREGADO-STATUS PIC XX.
       01 WS-ESCALA-STATUS    PIC XX.
       01 WS-AFASTAMENTO-STATUS PIC XX.
       01 WS-TROCA-STATUS     PIC XX.
       01 WS-PROPOSTO-STATUS  PIC XX.
       01 WS-FERIADO-STATUS   PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-EOF              PIC X(1).
           88 FIM-ARQUIVO         VALUE "S".
       01 WS-HOJE             PIC 9(8).
       01 WS-LIMITE           PIC 9(8).
       01 WS-INT-DIA          PIC 9(7).
       01 WS-INT-FIM          PIC 9(7).
       01 WS-DATA-CORRENTE    PIC 9(8).
       01 WS-CAL-OPERACAO     PIC X(1).
       01 WS-CAL-NOME-DIA     PIC X(10).
       01 WS-CAL-RESULTADO    PIC 9(8).
      *    Dia da semana da data: 1 segunda ... 7 domingo.
       01 WS-DIA-SEMANA       PIC 9(1).
       01 WS-E-FERIADO        PIC X(1).
       01 WS-NOME-DIA-TAB.
           05 FILLER              PIC X(21)
               VALUE "SEGTERQUAQUISEXSABDOM".
       01 WS-NOME-DIA-RED REDEFINES WS-NOME-DIA-TAB.
           05 WS-NOME-DIA-ABREV   PIC X(3) OCCURS 7 TIMES.

      *    Minimos por departamento.
       01 WS-TABELA-MINIMOS.
           05 WS-TM-ENT OCCURS 50 TIMES.
               10 TM-DEPARTAMENTO  PIC X(10).
               10 TM-MINIMO        PIC 9(3) OCCURS 7 TIMES.
               10 TM-MINIMO-FERIADO PIC 9(3).
       01 WS-QTD-MINIMOS      PIC 9(2) VALUE 0.
       01 WS-IDX-TM           PIC 9(2).
      *    Empregados ativos com a escala de folgas.
       01 WS-TABELA-EMPREGADOS.
           05 WS-TE-ENT OCCURS 300 TIMES.
               10 TE-ID            PIC X(10).
               10 TE-DEPARTAMENTO  PIC X(10).
               10 TE-DESCANSO-1    PIC X(10).
               10 TE-DESCANSO-2    PIC X(10).
       01 WS-QTD-EMPREGADOS   PIC 9(3) VALUE 0.
       01 WS-IDX-TE           PIC 9(3).
      *    Afastamentos ativos que tocam a janela.
       01 WS-TABELA-AFAST.
           05 WS-TF-ENT OCCURS 300 TIMES.
               10 TF-EMPREGADO     PIC X(10).
               10 TF-INICIO        PIC 9(8).
               10 TF-FIM           PIC 9(8).
               10 TF-TIPO          PIC X(1).
       01 WS-QTD-AFAST        PIC 9(3) VALUE 0.
       01 WS-IDX-TF           PIC 9(3).
      *    Trocas de folga aprovadas com alguma data na janela.
       01 WS-TABELA-TROCAS.
           05 WS-TW-ENT OCCURS 100 TIMES.
               10 TW-EMP-1         PIC X(10).
               10 TW-DATA-1        PIC 9(8).
               10 TW-EMP-2         PIC X(10).
               10 TW-DATA-2        PIC 9(8).
       01 WS-QTD-TROCAS       PIC 9(3) VALUE 0.
       01 WS-IDX-TW           PIC 9(3).
      *    Plantonistas do plano de plantao na janela.
       01 WS-TABELA-PLANTAO.
           05 WS-TP-ENT OCCURS 500 TIMES.
               10 TP-DATA          PIC 9(8).
               10 TP-EMPREGADO     PIC X(10).
       01 WS-QTD-PLANTAO      PIC 9(3) VALUE 0.
       01 WS-IDX-TP           PIC 9(3).

      *    Trabalho do departamento e do empregado no dia.
       01 WS-MINIMO-DIA       PIC 9(3).
       01 WS-QTD-PREVISTOS    PIC 9(3).
       01 WS-FALTA            PIC 9(3).
       01 WS-MINIMO-EDIT      PIC ZZ9.
       01 WS-PREVISTOS-EDIT   PIC ZZ9.
       01 WS-FALTA-EDIT       PIC ZZ9.
      *    T trabalho, D folga, F ferias, L licenca.
       01 WS-STATUS-DIA       PIC X(1).
       01 WS-QTD-CANDIDATOS   PIC 9(3).
       01 WS-PONTEIRO         PIC 9(3).
       01 WS-LINHA-CAND       PIC X(132).

       01 WS-QTD-DIAS-FALTA   PIC 9(6) VALUE 0.
       01 WS-QTD-FALTA-TOTAL  PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           COMPUTE WS-INT-DIA = FUNCTION INTEGER-OF-DATE(WS-HOJE)
           COMPUTE WS-INT-FIM = WS-INT-DIA + 27
           COMPUTE WS-LIMITE = FUNCTION DATE-OF-INTEGER(WS-INT-FIM)

           PERFORM CARREGAR-MINIMOS
           PERFORM CARREGAR-EMPREGADOS
           PERFORM CARREGAR-AFASTAMENTOS
           PERFORM CARREGAR-TROCAS
           PERFORM CARREGAR-PLANTAO

           OPEN INPUT FERIADO-FILE

           OPEN OUTPUT PREVISAO-REPORT
           MOVE "previsao_lotacao.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Previsao de lotacao de " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " a " DELIMITED BY SIZE
                  WS-LIMITE DELIMITED BY SIZE
                  " - dias abaixo da lotacao minima"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "DATA" TO RL-DATA
           MOVE "DIA" TO RL-DIA
           MOVE "FER" TO RL-FERIADO
           MOVE "DEPTO" TO RL-DEPARTAMENTO
           MOVE "MINIMO" TO RL-MINIMO
           MOVE "PREVISTOS" TO RL-PREVISTOS
           MOVE "FALTA" TO RL-FALTA
           WRITE REPORT-LINE

           IF WS-QTD-MINIMOS > 0
               PERFORM UNTIL WS-INT-DIA > WS-INT-FIM
                   COMPUTE WS-DATA-CORRENTE =
                       FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
                   PERFORM PROJETAR-DIA
                   ADD 1 TO WS-INT-DIA
               END-PERFORM
           END-IF

           IF WS-QTD-DIAS-FALTA = 0
               MOVE SPACES TO REPORT-LINE
               IF WS-QTD-MINIMOS = 0
                   MOVE "  nenhuma lotacao minima cadastrada" TO
                       REPORT-LINE
               ELSE
                   MOVE "  nenhum dia abaixo do minimo" TO
                       REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Dias/departamento abaixo do minimo: "
                      DELIMITED BY SIZE
                  WS-QTD-DIAS-FALTA DELIMITED BY SIZE
                  "  Falta total (pessoas-dia): " DELIMITED BY SIZE
                  WS-QTD-FALTA-TOTAL DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE PREVISAO-REPORT
           IF WS-FERIADO-STATUS = "00" OR WS-FERIADO-STATUS = "10"
                   OR WS-FERIADO-STATUS = "23"
               CLOSE FERIADO-FILE
           END-IF

           MOVE "data/previsao_lotacao.txt" TO WS-SPOOL-ORIG-NOME
           PERFORM REGISTRAR-SPOOL

           DISPLAY "Previsao de lotacao ate " WS-LIMITE
                   ": dias abaixo do minimo " WS-QTD-DIAS-FALTA

           IF WS-QTD-DIAS-FALTA > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-EMPREGADOS TO CT-LIDOS
           MOVE WS-QTD-DIAS-FALTA TO CT-GRAVADOS
           MOVE 0 TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-QTD-FALTA-TOTAL TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-EMPREGADOS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

      *    Sem tabela de minimos nao ha o que prever.
       CARREGAR-MINIMOS.
           OPEN INPUT LOTACAO-FILE
           IF WS-LOTACAO-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL FIM-ARQUIVO
                   READ LOTACAO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF WS-QTD-MINIMOS < 50
                               ADD 1 TO WS-QTD-MINIMOS
                               MOVE LM-DEPARTAMENTO TO
                                   TM-DEPARTAMENTO(WS-QTD-MINIMOS)
                               MOVE LM-MINIMO-FERIADO TO
                                   TM-MINIMO-FERIADO(WS-QTD-MINIMOS)
                               PERFORM VARYING WS-DIA-SEMANA
                                       FROM 1 BY 1
                                       UNTIL WS-DIA-SEMANA > 7
                                   MOVE LM-MINIMO(WS-DIA-SEMANA) TO
                                       TM-MINIMO(WS-QTD-MINIMOS
                                           WS-DIA-SEMANA)
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOTACAO-FILE
           END-IF.

      *    Ativos (sem desligamento) com a escala de cada um; escala
      *    ausente fica em branco e cai na regra de fim de semana.
       CARREGAR-EMPREGADOS.
           OPEN INPUT EMPREGADO-FILE
           MOVE "N" TO WS-EOF
           IF WS-EMPREGADO-STATUS = "35"
               MOVE "S" TO WS-EOF
           ELSE
               MOVE "empregados.dat" TO WS-ERR-ARQUIVO
               MOVE "OPEN" TO WS-ERR-OPERACAO
               MOVE WS-EMPREGADO-STATUS TO WS-ERR-STATUS-ALVO
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF

           OPEN INPUT ESCALA-FILE

           PERFORM UNTIL FIM-ARQUIVO
               READ EMPREGADO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF EM-DESLIGAMENTO = 0 AND
                               WS-QTD-EMPREGADOS < 300
                           ADD 1 TO WS-QTD-EMPREGADOS
                           MOVE EM-ID TO TE-ID(WS-QTD-EMPREGADOS)
                           MOVE EM-DEPARTAMENTO TO
                               TE-DEPARTAMENTO(WS-QTD-EMPREGADOS)
                           PERFORM CARREGAR-ESCALA-EMPREGADO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-EMPREGADO-STATUS NOT = "35"
               CLOSE EMPREGADO-FILE
           END-IF
           IF WS-ESCALA-STATUS = "00" OR WS-ESCALA-STATUS = "23"
               CLOSE ESCALA-FILE
           END-IF.

       CARREGAR-ESCALA-EMPREGADO.
           MOVE SPACES TO TE-DESCANSO-1(WS-QTD-EMPREGADOS)
           MOVE SPACES TO TE-DESCANSO-2(WS-QTD-EMPREGADOS)
           IF WS-ESCALA-STATUS = "00" OR WS-ESCALA-STATUS = "23"
               MOVE EM-ID TO ESC-EMPREGADO-ID
               READ ESCALA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ESC-DESCANSO-1 TO
                           TE-DESCANSO-1(WS-QTD-EMPREGADOS)
                       MOVE ESC-DESCANSO-2 TO
                           TE-DESCANSO-2(WS-QTD-EMPREGADOS)
               END-READ
           END-IF.

       CARREGAR-AFASTAMENTOS.
           OPEN INPUT AFASTAMENTO-FILE
           IF WS-AFASTAMENTO-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL FIM-ARQUIVO
                   READ AFASTAMENTO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF AF-STATUS = "A" AND
                                   AF-DATA-FIM NOT < WS-HOJE AND
                                   AF-DATA-INICIO NOT > WS-LIMITE AND
                                   WS-QTD-AFAST < 300
                               ADD 1 TO WS-QTD-AFAST
                               MOVE AF-EMPREGADO-ID TO
                                   TF-EMPREGADO(WS-QTD-AFAST)
                               MOVE AF-DATA-INICIO TO
                                   TF-INICIO(WS-QTD-AFAST)
                               MOVE AF-DATA-FIM TO
                                   TF-FIM(WS-QTD-AFAST)
                               MOVE AF-TIPO TO TF-TIPO(WS-QTD-AFAST)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFASTAMENTO-FILE
           END-IF.

       CARREGAR-TROCAS.
           OPEN INPUT TROCA-FILE
           IF WS-TROCA-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL FIM-ARQUIVO
                   READ TROCA-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF TC-SITUACAO = "A" AND
                                   WS-QTD-TROCAS < 100 AND
                                   ((TC-DATA-1 NOT < WS-HOJE AND
                                     TC-DATA-1 NOT > WS-LIMITE) OR
                                    (TC-DATA-2 NOT < WS-HOJE AND
                                     TC-DATA-2 NOT > WS-LIMITE))
                               ADD 1 TO WS-QTD-TROCAS
                               MOVE TC-EMP-1 TO TW-EMP-1(WS-QTD-TROCAS)
                               MOVE TC-DATA-1 TO
                                   TW-DATA-1(WS-QTD-TROCAS)
                               MOVE TC-EMP-2 TO TW-EMP-2(WS-QTD-TROCAS)
                               MOVE TC-DATA-2 TO
                                   TW-DATA-2(WS-QTD-TROCAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TROCA-FILE
           END-IF.

      *    Linha "(SEM COB.)" do plano nao e empregado.
       CARREGAR-PLANTAO.
           OPEN INPUT PROPOSTO-FILE
           IF WS-PROPOSTO-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL FIM-ARQUIVO
                   READ PROPOSTO-FILE
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF PL-DATA NOT < WS-HOJE AND
                                   PL-DATA NOT > WS-LIMITE AND
                                   PL-EMPREGADO-ID NOT = "(SEM COB.)"
                                   AND WS-QTD-PLANTAO < 500
                               ADD 1 TO WS-QTD-PLANTAO
                               MOVE PL-DATA TO TP-DATA(WS-QTD-PLANTAO)
                               MOVE PL-EMPREGADO-ID TO
                                   TP-EMPREGADO(WS-QTD-PLANTAO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROPOSTO-FILE
           END-IF.

       PROJETAR-DIA.
           MOVE "S" TO WS-CAL-OPERACAO
           CALL "CalendarioCorp" USING WS-CAL-OPERACAO
               WS-DATA-CORRENTE WS-CAL-RESULTADO WS-CAL-NOME-DIA
           END-CALL
           EVALUATE WS-CAL-NOME-DIA
               WHEN "segunda"
                   MOVE 1 TO WS-DIA-SEMANA
               WHEN "terca"
                   MOVE 2 TO WS-DIA-SEMANA
               WHEN "quarta"
                   MOVE 3 TO WS-DIA-SEMANA
               WHEN "quinta"
                   MOVE 4 TO WS-DIA-SEMANA
               WHEN "sexta"
                   MOVE 5 TO WS-DIA-SEMANA
               WHEN "domingo"
                   MOVE 7 TO WS-DIA-SEMANA
               WHEN OTHER
                   MOVE 6 TO WS-DIA-SEMANA
           END-EVALUATE

           MOVE "N" TO WS-E-FERIADO
           IF WS-FERIADO-STATUS = "00" OR WS-FERIADO-STATUS = "23"
               MOVE WS-DATA-CORRENTE TO FER-DATA
               READ FERIADO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-E-FERIADO
               END-READ
           END-IF

           PERFORM VARYING WS-IDX-TM FROM 1 BY 1
                   UNTIL WS-IDX-TM > WS-QTD-MINIMOS
               IF WS-E-FERIADO = "S"
                   MOVE TM-MINIMO-FERIADO(WS-IDX-TM) TO WS-MINIMO-DIA
               ELSE
                   MOVE TM-MINIMO(WS-IDX-TM WS-DIA-SEMANA) TO
                       WS-MINIMO-DIA
               END-IF
               IF WS-MINIMO-DIA > 0
                   PERFORM PROJETAR-DEPARTAMENTO
               END-IF
           END-PERFORM.

      *    Conta quem trabalha; quem esta de folga (nao afastado) e
      *    candidato a ser chamado.
       PROJETAR-DEPARTAMENTO.
           MOVE 0 TO WS-QTD-PREVISTOS
           MOVE 0 TO WS-QTD-CANDIDATOS
           MOVE SPACES TO WS-LINHA-CAND
           MOVE 1 TO WS-PONTEIRO
           STRING "          de folga, podem ser chamados: "
                      DELIMITED BY SIZE
                  INTO WS-LINHA-CAND WITH POINTER WS-PONTEIRO
           END-STRING

           PERFORM VARYING WS-IDX-TE FROM 1 BY 1
                   UNTIL WS-IDX-TE > WS-QTD-EMPREGADOS
               IF TE-DEPARTAMENTO(WS-IDX-TE) =
                       TM-DEPARTAMENTO(WS-IDX-TM)
                   PERFORM APURAR-STATUS-EMPREGADO
                   IF WS-STATUS-DIA = "T"
                       ADD 1 TO WS-QTD-PREVISTOS
                   END-IF
                   IF WS-STATUS-DIA = "D"
                       ADD 1 TO WS-QTD-CANDIDATOS
                       IF WS-PONTEIRO < 121
                           STRING TE-ID(WS-IDX-TE) DELIMITED BY SPACE
                                  " " DELIMITED BY SIZE
                                  INTO WS-LINHA-CAND
                                  WITH POINTER WS-PONTEIRO
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-QTD-PREVISTOS < WS-MINIMO-DIA
               COMPUTE WS-FALTA = WS-MINIMO-DIA - WS-QTD-PREVISTOS
               ADD 1 TO WS-QTD-DIAS-FALTA
               ADD WS-FALTA TO WS-QTD-FALTA-TOTAL
               PERFORM GRAVAR-LINHA-FALTA
           END-IF.

       GRAVAR-LINHA-FALTA.
           MOVE WS-MINIMO-DIA TO WS-MINIMO-EDIT
           MOVE WS-QTD-PREVISTOS TO WS-PREVISTOS-EDIT
           MOVE WS-FALTA TO WS-FALTA-EDIT

           MOVE SPACES TO REPORT-LINE
           MOVE WS-DATA-CORRENTE TO RL-DATA
           MOVE WS-NOME-DIA-ABREV(WS-DIA-SEMANA) TO RL-DIA
           IF WS-E-FERIADO = "S"
               MOVE "FER" TO RL-FERIADO
           END-IF
           MOVE TM-DEPARTAMENTO(WS-IDX-TM) TO RL-DEPARTAMENTO
           MOVE WS-MINIMO-EDIT TO RL-MINIMO
           MOVE WS-PREVISTOS-EDIT TO RL-PREVISTOS
           MOVE WS-FALTA-EDIT TO RL-FALTA
           WRITE REPORT-LINE

           IF WS-QTD-CANDIDATOS = 0
               STRING "nenhum" DELIMITED BY SIZE
                      INTO WS-LINHA-CAND WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF
           MOVE WS-LINHA-CAND TO REPORT-LINE
           WRITE REPORT-LINE.

      *    Situacao prevista do empregado na data: afastamento
      *    primeiro, depois troca aprovada, plantao, feriado e
      *    escala de folgas.
       APURAR-STATUS-EMPREGADO.
           MOVE SPACES TO WS-STATUS-DIA
           PERFORM VARYING WS-IDX-TF FROM 1 BY 1
                   UNTIL WS-IDX-TF > WS-QTD-AFAST
               IF TF-EMPREGADO(WS-IDX-TF) = TE-ID(WS-IDX-TE) AND
                       TF-INICIO(WS-IDX-TF) NOT > WS-DATA-CORRENTE AND
                       TF-FIM(WS-IDX-TF) NOT < WS-DATA-CORRENTE
                   MOVE TF-TIPO(WS-IDX-TF) TO WS-STATUS-DIA
               END-IF
           END-PERFORM

           IF WS-STATUS-DIA = SPACES
               PERFORM VARYING WS-IDX-TW FROM 1 BY 1
                       UNTIL WS-IDX-TW > WS-QTD-TROCAS
                   IF TW-DATA-1(WS-IDX-TW) = WS-DATA-CORRENTE
                       IF TW-EMP-1(WS-IDX-TW) = TE-ID(WS-IDX-TE)
                           MOVE "T" TO WS-STATUS-DIA
                       END-IF
                       IF TW-EMP-2(WS-IDX-TW) = TE-ID(WS-IDX-TE)
                           MOVE "D" TO WS-STATUS-DIA
                       END-IF
                   END-IF
                   IF TW-DATA-2(WS-IDX-TW) = WS-DATA-CORRENTE
                       IF TW-EMP-1(WS-IDX-TW) = TE-ID(WS-IDX-TE)
                           MOVE "D" TO WS-STATUS-DIA
                       END-IF
                       IF TW-EMP-2(WS-IDX-TW) = TE-ID(WS-IDX-TE)
                           MOVE "T" TO WS-STATUS-DIA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF WS-STATUS-DIA = SPACES
               PERFORM VARYING WS-IDX-TP FROM 1 BY 1
                       UNTIL WS-IDX-TP > WS-QTD-PLANTAO
                   IF TP-DATA(WS-IDX-TP) = WS-DATA-CORRENTE AND
                           TP-EMPREGADO(WS-IDX-TP) = TE-ID(WS-IDX-TE)
                       MOVE "T" TO WS-STATUS-DIA
                   END-IF
               END-PERFORM
           END-IF

           IF WS-STATUS-DIA = SPACES
               EVALUATE TRUE
                   WHEN WS-E-FERIADO = "S"
                       MOVE "D" TO WS-STATUS-DIA
                   WHEN WS-CAL-NOME-DIA = TE-DESCANSO-1(WS-IDX-TE) OR
                           WS-CAL-NOME-DIA = TE-DESCANSO-2(WS-IDX-TE)
                       MOVE "D" TO WS-STATUS-DIA
                   WHEN TE-DESCANSO-1(WS-IDX-TE) = SPACES AND
                           (WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 7)
                       MOVE "D" TO WS-STATUS-DIA
                   WHEN OTHER
                       MOVE "T" TO WS-STATUS-DIA
               END-EVALUATE
           END-IF.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "PrevisaoLotacao".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "PrevisaoLotacao".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "PrevisaoLotacao".

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "PrevisaoLotacao".
