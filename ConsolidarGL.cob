       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsolidarGL.

      *    Lancamentos da clinica, escola e oficina na interface do
      *    razao: roda depois do SAQUE e antes da conferencia
      *    (ConferirGL). Le os eventos pendentes que os programas
      *    dos subsistemas gravam em data/gl_subsistemas.dat
      *    (GLSBFD.CPY) - faturamento de convenios e retorno pago,
      *    mensalidades geradas, pagas no balcao e quitadas por
      *    debito automatico, faturas e recebimentos da oficina -
      *    e, pela tabela de contas data/gl_plano_contas.dat
      *    (GLPCREC.CPY), grava um par debito/credito por evento
      *    no centro de custo da origem, depois dos registros do
      *    banco em data/gl_interface.dat. Fecha com um resumo por
      *    origem (CLINICA, ESCOLA, OFICINA) e refaz o trailer com
      *    a contagem e o hash do arquivo inteiro - o arquivo que
      *    vai a contabilidade continua um so, no mesmo layout.
      *    Os eventos levados ficam em data/gl_subsistemas.ant (e
      *    a base da conferencia das novas origens em ConferirGL);
      *    evento sem conta na tabela fica pendente no arquivo de
      *    entrada para a noite seguinte, sai no relatorio
      *    data/gl_subsistemas.txt e termina o passo com RC 4.
      *    Interface ja consolidada (resumo de origem presente)
      *    nao e tocada de novo. Interface do SAQUE sem trailer
      *    (lote retomado de checkpoint) continua sem trailer, para
      *    a conferencia reprovar o arquivo. Sem a tabela de contas
      *    nada e consolidado e o passo termina com RC 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-FILE ASSIGN TO "data/gl_interface.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT GL-TEMP-FILE ASSIGN TO "data/gl_interface.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-TEMP-STATUS.

           COPY "GLSBSEL.CPY".

           SELECT GLSUB-ANT-FILE ASSIGN TO "data/gl_subsistemas.ant"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLSUB-ANT-STATUS.

           SELECT GLSUB-TEMP-FILE ASSIGN TO
                   "data/gl_subsistemas.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLSUB-TEMP-STATUS.

           SELECT CONTA-GL-FILE ASSIGN TO "data/gl_plano_contas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTA-GL-STATUS.

           SELECT CONSOLIDA-REPORT ASSIGN TO
                   "data/gl_subsistemas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  GL-FILE.
       COPY "GLREC.CPY".

       FD  GL-TEMP-FILE.
       01  GL-TEMP-REC          PIC X(47).

       COPY "GLSBFD.CPY".

       FD  GLSUB-ANT-FILE.
       01  GLSUB-ANT-REC        PIC X(90).

       FD  GLSUB-TEMP-FILE.
       01  GLSUB-TEMP-REC       PIC X(90).

       FD  CONTA-GL-FILE.
       COPY "GLPCREC.CPY".

       FD  CONSOLIDA-REPORT.
       01  REPORT-LINE          PIC X(80).

       COPY "RUNHFD.CPY".

       COPY "CTLFD.CPY".

       COPY "FERRFD.CPY".

       COPY "DNEGFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "RUNHWS.CPY".
       COPY "CTLWS.CPY".
           COPY "FERRWS.CPY".
           COPY "DNEGWS.CPY".
           COPY "GLSBWS.CPY".
       01 WS-GL-STATUS        PIC XX.
       01 WS-GL-TEMP-STATUS   PIC XX.
       01 WS-GLSUB-ANT-STATUS PIC XX.
       01 WS-GLSUB-TEMP-STATUS PIC XX.
       01 WS-CONTA-GL-STATUS  PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-EOF              PIC X(1).
           88 FIM-ARQUIVO         VALUE "S".
       01 WS-HOJE             PIC 9(8).
       01 WS-TEM-TRAILER      PIC X(1) VALUE "N".
           88 TEM-TRAILER         VALUE "S".
       01 WS-JA-CONSOLIDADO   PIC X(1) VALUE "N".
           88 JA-CONSOLIDADO      VALUE "S".
      *    Tabela de contas carregada, com o acumulado do dia por
      *    origem e evento.
       01 WS-TABELA-CONTAS.
           05 WS-CG-ENT OCCURS 30 TIMES.
               10 TC-ORIGEM        PIC X(8).
               10 TC-EVENTO        PIC X(8).
               10 TC-CENTRO        PIC 9(3).
               10 TC-DEBITO        PIC X(8).
               10 TC-CREDITO       PIC X(8).
               10 TC-QTD           PIC 9(6).
               10 TC-SOMA          PIC 9(10)V99.
       01 WS-QTD-CONTAS       PIC 9(2) VALUE 0.
       01 WS-IDX-CG           PIC 9(2).
       01 WS-CG-CORRENTE      PIC 9(2).
      *    Origens com resumo proprio na interface.
       01 WS-ORIGENS-TAB.
           05 FILLER PIC X(8) VALUE "CLINICA".
           05 FILLER PIC X(8) VALUE "ESCOLA".
           05 FILLER PIC X(8) VALUE "OFICINA".
       01 WS-ORIGENS-RED REDEFINES WS-ORIGENS-TAB.
           05 WS-ORIGEM OCCURS 3 TIMES PIC X(8).
       01 WS-IDX-OR           PIC 9(1).
       01 WS-SOMA-ORIGEM      PIC 9(10)V99.
      *    Totais do arquivo de interface regravado.
       01 WS-GL-QTD-REGS      PIC 9(8) VALUE 0.
       01 WS-GL-HASH          PIC 9(10)V99 VALUE 0.
       01 WS-QTD-BANCO        PIC 9(8) VALUE 0.
       01 WS-QTD-LIDOS        PIC 9(8) VALUE 0.
       01 WS-QTD-LANCADOS     PIC 9(8) VALUE 0.
       01 WS-QTD-SEM-CONTA    PIC 9(8) VALUE 0.
       01 WS-SOMA-LANCADA     PIC 9(10)V99 VALUE 0.
       01 WS-VALOR-EDIT       PIC Z(9)9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           OPEN OUTPUT CONSOLIDA-REPORT
           MOVE "gl_subsistemas.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Lancamentos dos subsistemas no razao em "
                      DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM CARREGAR-PLANO-CONTAS

           IF WS-QTD-CONTAS = 0
               MOVE "Tabela de contas gl_plano_contas.dat ausente ou "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "vazia - nada consolidado." TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM COPIAR-INTERFACE-BANCO
               IF JA-CONSOLIDADO
                   MOVE "Interface ja consolidada - nada a fazer."
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   PERFORM LANCAR-SUBSISTEMAS
                   PERFORM GRAVAR-RESUMOS-TRAILER
                   PERFORM COPIAR-TEMP-DE-VOLTA
                   PERFORM DEVOLVER-PENDENTES
                   PERFORM LISTAR-TOTAIS
               END-IF
           END-IF

           CLOSE CONSOLIDA-REPORT

           DISPLAY "Lancamentos dos subsistemas no razao: "
                   WS-QTD-LANCADOS " (sem conta: " WS-QTD-SEM-CONTA
                   ")."

           IF WS-QTD-SEM-CONTA > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-LIDOS TO CT-LIDOS
           MOVE WS-QTD-LANCADOS TO CT-GRAVADOS
           MOVE WS-QTD-SEM-CONTA TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-SOMA-LANCADA TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-LIDOS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

       CARREGAR-PLANO-CONTAS.
           MOVE "N" TO WS-EOF
           OPEN INPUT CONTA-GL-FILE
           IF WS-CONTA-GL-STATUS NOT = "00"
               MOVE "S" TO WS-EOF
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ CONTA-GL-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF CG-ORIGEM NOT = SPACES
                               AND WS-QTD-CONTAS < 30
                           ADD 1 TO WS-QTD-CONTAS
                           MOVE CG-ORIGEM TO TC-ORIGEM(WS-QTD-CONTAS)
                           MOVE CG-EVENTO TO TC-EVENTO(WS-QTD-CONTAS)
                           MOVE CG-CENTRO TO TC-CENTRO(WS-QTD-CONTAS)
                           MOVE CG-CONTA-DEBITO TO
                               TC-DEBITO(WS-QTD-CONTAS)
                           MOVE CG-CONTA-CREDITO TO
                               TC-CREDITO(WS-QTD-CONTAS)
                           MOVE 0 TO TC-QTD(WS-QTD-CONTAS)
                           MOVE 0 TO TC-SOMA(WS-QTD-CONTAS)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CONTA-GL-STATUS = "00" OR WS-CONTA-GL-STATUS = "10"
               CLOSE CONTA-GL-FILE
           END-IF.

      *    Registros do banco para o arquivo de trabalho, sem o
      *    trailer (refeito no fim), recontando registros e hash.
       COPIAR-INTERFACE-BANCO.
           OPEN OUTPUT GL-TEMP-FILE
           MOVE "gl_interface.tmp" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-GL-TEMP-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE "N" TO WS-EOF
           OPEN INPUT GL-FILE
           IF WS-GL-STATUS NOT = "00"
      *        Sem interface do banco: o arquivo nasce aqui, so com
      *        os subsistemas, e leva trailer.
               MOVE "S" TO WS-EOF
               MOVE "S" TO WS-TEM-TRAILER
               MOVE "Interface do banco ausente - arquivo so com os "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "subsistemas." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ GL-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       EVALUATE GL-TIPO-REG
                           WHEN "T"
                               MOVE "S" TO WS-TEM-TRAILER
                           WHEN "S"
                               IF GL-CONTA-RAZAO = "CLINICA"
                                       OR GL-CONTA-RAZAO = "ESCOLA"
                                       OR GL-CONTA-RAZAO = "OFICINA"
                                   MOVE "S" TO WS-JA-CONSOLIDADO
                               END-IF
                               PERFORM GRAVAR-TEMP-BANCO
                           WHEN OTHER
                               PERFORM GRAVAR-TEMP-BANCO
                       END-EVALUATE
               END-READ
           END-PERFORM

           IF WS-GL-STATUS = "00" OR WS-GL-STATUS = "10"
               CLOSE GL-FILE
           END-IF
           CLOSE GL-TEMP-FILE.

       GRAVAR-TEMP-BANCO.
           MOVE GL-REC TO GL-TEMP-REC
           WRITE GL-TEMP-REC
           ADD 1 TO WS-QTD-BANCO
           ADD 1 TO WS-GL-QTD-REGS
           ADD GL-VALOR TO WS-GL-HASH.

      *    Cada evento pendente com conta na tabela vira um par na
      *    interface e vai para o .ant; sem conta, volta pendente.
       LANCAR-SUBSISTEMAS.
           OPEN EXTEND GL-TEMP-FILE
           OPEN OUTPUT GLSUB-ANT-FILE
           OPEN OUTPUT GLSUB-TEMP-FILE

           MOVE "N" TO WS-EOF
           OPEN INPUT GLSUB-FILE
           IF WS-GLSUB-STATUS NOT = "00"
               MOVE "S" TO WS-EOF
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ GLSUB-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM LANCAR-EVENTO
               END-READ
           END-PERFORM

           IF WS-GLSUB-STATUS = "00" OR WS-GLSUB-STATUS = "10"
               CLOSE GLSUB-FILE
           END-IF
           CLOSE GL-TEMP-FILE
           CLOSE GLSUB-ANT-FILE
           CLOSE GLSUB-TEMP-FILE.

       LANCAR-EVENTO.
           MOVE 0 TO WS-CG-CORRENTE
           PERFORM VARYING WS-IDX-CG FROM 1 BY 1
                   UNTIL WS-IDX-CG > WS-QTD-CONTAS
               IF TC-ORIGEM(WS-IDX-CG) = GS-ORIGEM
                       AND TC-EVENTO(WS-IDX-CG) = GS-EVENTO
                   MOVE WS-IDX-CG TO WS-CG-CORRENTE
               END-IF
           END-PERFORM

           IF WS-CG-CORRENTE = 0
               ADD 1 TO WS-QTD-SEM-CONTA
               MOVE GLSUB-REC TO GLSUB-TEMP-REC
               WRITE GLSUB-TEMP-REC
               MOVE GS-VALOR TO WS-VALOR-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "SEM CONTA NA TABELA: " DELIMITED BY SIZE
                      GS-ORIGEM DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      GS-EVENTO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      GS-DATA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      GS-REFERENCIA DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WS-QTD-LANCADOS
               ADD GS-VALOR TO WS-SOMA-LANCADA
               ADD 1 TO TC-QTD(WS-CG-CORRENTE)
               ADD GS-VALOR TO TC-SOMA(WS-CG-CORRENTE)
               MOVE GLSUB-REC TO GLSUB-ANT-REC
               WRITE GLSUB-ANT-REC

               MOVE "D" TO GL-TIPO-REG
               MOVE GS-DATA TO GL-DATA
               MOVE TC-CENTRO(WS-CG-CORRENTE) TO GL-AGENCIA
               MOVE GS-CONTA TO GL-CONTA
               MOVE GS-VALOR TO GL-VALOR
               MOVE 0 TO GL-QTD-REGS
               MOVE "D" TO GL-DC
               MOVE TC-DEBITO(WS-CG-CORRENTE) TO GL-CONTA-RAZAO
               PERFORM GRAVAR-TEMP-LANCAMENTO
               MOVE "C" TO GL-DC
               MOVE TC-CREDITO(WS-CG-CORRENTE) TO GL-CONTA-RAZAO
               PERFORM GRAVAR-TEMP-LANCAMENTO
           END-IF.

       GRAVAR-TEMP-LANCAMENTO.
           MOVE GL-REC TO GL-TEMP-REC
           WRITE GL-TEMP-REC
           ADD 1 TO WS-GL-QTD-REGS
           ADD GL-VALOR TO WS-GL-HASH.

      *    Um resumo por origem (soma dos eventos levados, igual a
      *    soma dos debitos da origem) e o trailer do arquivo todo.
       GRAVAR-RESUMOS-TRAILER.
           OPEN EXTEND GL-TEMP-FILE
           PERFORM VARYING WS-IDX-OR FROM 1 BY 1
                   UNTIL WS-IDX-OR > 3
               MOVE 0 TO WS-SOMA-ORIGEM
               PERFORM VARYING WS-IDX-CG FROM 1 BY 1
                       UNTIL WS-IDX-CG > WS-QTD-CONTAS
                   IF TC-ORIGEM(WS-IDX-CG) = WS-ORIGEM(WS-IDX-OR)
                       ADD TC-SOMA(WS-IDX-CG) TO WS-SOMA-ORIGEM
                   END-IF
               END-PERFORM
               MOVE "S" TO GL-TIPO-REG
               MOVE SPACE TO GL-DC
               MOVE WS-HOJE TO GL-DATA
               MOVE 0 TO GL-AGENCIA
               MOVE 0 TO GL-CONTA
               MOVE 0 TO GL-QTD-REGS
               MOVE WS-ORIGEM(WS-IDX-OR) TO GL-CONTA-RAZAO
               MOVE WS-SOMA-ORIGEM TO GL-VALOR
               PERFORM GRAVAR-TEMP-LANCAMENTO
           END-PERFORM

           IF TEM-TRAILER
               MOVE "T" TO GL-TIPO-REG
               MOVE SPACE TO GL-DC
               MOVE WS-HOJE TO GL-DATA
               MOVE 0 TO GL-AGENCIA
               MOVE 0 TO GL-CONTA
               MOVE "CONTROLE" TO GL-CONTA-RAZAO
               MOVE WS-GL-HASH TO GL-VALOR
               COMPUTE GL-QTD-REGS = WS-GL-QTD-REGS + 1
               MOVE GL-REC TO GL-TEMP-REC
               WRITE GL-TEMP-REC
           ELSE
               MOVE "Interface do SAQUE sem trailer (lote retomado)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "- trailer nao refeito." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE GL-TEMP-FILE.

       COPIAR-TEMP-DE-VOLTA.
           MOVE "N" TO WS-EOF
           OPEN INPUT GL-TEMP-FILE
           OPEN OUTPUT GL-FILE
           MOVE "gl_interface.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-GL-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ GL-TEMP-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE GL-TEMP-REC TO GL-REC
                       WRITE GL-REC
               END-READ
           END-PERFORM
           CLOSE GL-TEMP-FILE
           CLOSE GL-FILE.

      *    O arquivo de eventos fica so com os sem conta na tabela.
       DEVOLVER-PENDENTES.
           MOVE "N" TO WS-EOF
           OPEN INPUT GLSUB-TEMP-FILE
           OPEN OUTPUT GLSUB-FILE
           PERFORM UNTIL FIM-ARQUIVO
               READ GLSUB-TEMP-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE GLSUB-TEMP-REC TO GLSUB-REC
                       WRITE GLSUB-REC
               END-READ
           END-PERFORM
           CLOSE GLSUB-TEMP-FILE
           CLOSE GLSUB-FILE.

       LISTAR-TOTAIS.
           MOVE "ORIGEM   EVENTO   CENTRO DEBITO   CREDITO  QTDE"
               TO REPORT-LINE
           MOVE "         VALOR" TO REPORT-LINE(51:14)
           WRITE REPORT-LINE
           PERFORM VARYING WS-IDX-CG FROM 1 BY 1
                   UNTIL WS-IDX-CG > WS-QTD-CONTAS
               MOVE TC-SOMA(WS-IDX-CG) TO WS-VALOR-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING TC-ORIGEM(WS-IDX-CG) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TC-EVENTO(WS-IDX-CG) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TC-CENTRO(WS-IDX-CG) DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      TC-DEBITO(WS-IDX-CG) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TC-CREDITO(WS-IDX-CG) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TC-QTD(WS-IDX-CG) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM

           MOVE WS-SOMA-LANCADA TO WS-VALOR-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Eventos lidos: " DELIMITED BY SIZE
                  WS-QTD-LIDOS DELIMITED BY SIZE
                  "  levados: " DELIMITED BY SIZE
                  WS-QTD-LANCADOS DELIMITED BY SIZE
                  "  valor: " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Registros do banco: " DELIMITED BY SIZE
                  WS-QTD-BANCO DELIMITED BY SIZE
                  "  pendentes sem conta: " DELIMITED BY SIZE
                  WS-QTD-SEM-CONTA DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "ConsolidarGL".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "ConsolidarGL".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "ConsolidarGL".
