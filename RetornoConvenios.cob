       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetornoConvenios.

      *    Processamento do arquivo de retorno dos convenios: cada
      *    linha de data/retorno_convenios.dat (convenio, data da
      *    visita, paciente, valor pago e codigo de glosa) e casada
      *    com a visita faturavel de mesma data, paciente e convenio
      *    em data/visitas_faturaveis.dat, que passa a "P" paga, "G"
      *    glosada ou "C" paga em parte (VISFREC.CPY). Visita glosada
      *    ou paga em parte entra na fila de glosas data/glosas.dat
      *    (GLOSAREC.CPY), onde o faturamento decide em ManterGlosas
      *    entre recorrer (reapresentar na fatura do mes seguinte) ou
      *    baixar; a reapresentacao paga num retorno seguinte soma no
      *    valor pago da visita e quita a glosa.
      *    O relatorio data/retorno_convenios.txt traz cada visita
      *    casada e as linhas do retorno sem visita em aberto
      *    correspondente (visita inexistente ou ja quitada), que
      *    terminam o passo com RC 4. O retorno processado e guardado
      *    em data/retorno_convenios.ant e o arquivo de entrada e
      *    esvaziado, para que rodar de novo nao some o pagamento duas
      *    vezes. O valor pago de cada visita vai tambem para o
      *    razao (GLSBGRV.CPY, levado a interface por ConsolidarGL).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-FILE ASSIGN TO "data/retorno_convenios.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-STATUS.

           SELECT RETORNO-ANT-FILE ASSIGN TO
                   "data/retorno_convenios.ant"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-ANT-STATUS.

           SELECT FATURAVEL-FILE ASSIGN TO
                   "data/visitas_faturaveis.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATURAVEL-STATUS.

           SELECT TEMP-FILE ASSIGN TO "data/visitas_faturaveis.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.

           SELECT GLOSA-FILE ASSIGN TO "data/glosas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-CHAVE
               FILE STATUS IS WS-GLOSA-STATUS.

           SELECT RETORNO-REPORT ASSIGN TO
                   "data/retorno_convenios.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "GLSBSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  RETORNO-FILE.
       01  RETORNO-REC.
           05 RC-CONVENIO       PIC 9(3).
           05 RC-DATA           PIC 9(8).
           05 RC-PACIENTE       PIC X(10).
           05 RC-VALOR-PAGO     PIC 9(5)V99.
           05 RC-GLOSA          PIC X(3).

       FD  RETORNO-ANT-FILE.
       01  RETORNO-ANT-REC      PIC X(31).

       FD  FATURAVEL-FILE.
       COPY "VISFREC.CPY".

       FD  TEMP-FILE.
       01  TEMP-REC             PIC X(47).

       FD  GLOSA-FILE.
       COPY "GLOSAREC.CPY".

       FD  RETORNO-REPORT.
       01  REPORT-LINE          PIC X(80).

       COPY "GLSBFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "GLSBWS.CPY".
       COPY "AUDITWS.CPY".
       01 WS-RETORNO-STATUS     PIC XX.
       01 WS-RETORNO-ANT-STATUS PIC XX.
       01 WS-FATURAVEL-STATUS   PIC XX.
       01 WS-TEMP-STATUS        PIC XX.
       01 WS-GLOSA-STATUS       PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-HOJE               PIC 9(8).
       01 WS-EOF                PIC X(1).
           88 FIM-ARQUIVO           VALUE "S".
      *    Linhas do retorno em memoria; RT-USADO marca as ja
      *    casadas (cada linha paga uma visita so).
       01 WS-RETORNO-TABELA.
           05 WS-RT-ITEM OCCURS 3000 TIMES.
               10 RT-CONVENIO      PIC 9(3).
               10 RT-DATA          PIC 9(8).
               10 RT-PACIENTE      PIC X(10).
               10 RT-VALOR-PAGO    PIC 9(5)V99.
               10 RT-GLOSA         PIC X(3).
               10 RT-USADO         PIC X(1).
       01 WS-RT-QTD             PIC 9(4) VALUE 0.
       01 WS-RT-IDX             PIC 9(4).
       01 WS-RT-ACHADO          PIC 9(4).
       01 WS-EXCEDEU            PIC X(1) VALUE "N".
       01 WS-QTD-PAGAS          PIC 9(6) VALUE 0.
       01 WS-QTD-GLOSADAS       PIC 9(6) VALUE 0.
       01 WS-QTD-PARCIAIS       PIC 9(6) VALUE 0.
       01 WS-QTD-SEM-VISITA     PIC 9(6) VALUE 0.
       01 WS-TOTAL-PAGO         PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-GLOSADO      PIC 9(9)V99 VALUE 0.
       01 WS-VALOR-GLOSADO      PIC 9(5)V99.
       01 WS-VALOR-EDIT         PIC Z(4)9.99.
       01 WS-PAGO-EDIT          PIC Z(4)9.99.
       01 WS-TOTAL-EDIT         PIC Z(8)9.99.
       01 WS-GLOSADO-EDIT       PIC Z(8)9.99.
       01 WS-DESCR-SITUACAO     PIC X(12).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           PERFORM CARREGAR-RETORNO
           IF WS-EXCEDEU = "S"
               DISPLAY "Retorno com mais de 3000 linhas - divida o "
                       "arquivo e processe em partes."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-RT-QTD = 0
               DISPLAY "Nenhum retorno de convenio a processar."
               GOBACK
           END-IF

           OPEN OUTPUT RETORNO-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING "Retorno de convenios processado em "
                      DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "CONV DATA     PACIENTE   FATURADO     PAGO GLO"
               TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN I-O GLOSA-FILE
           IF WS-GLOSA-STATUS = "35"
               OPEN OUTPUT GLOSA-FILE
               CLOSE GLOSA-FILE
               OPEN I-O GLOSA-FILE
           END-IF

           PERFORM CASAR-VISITAS

           CLOSE GLOSA-FILE

           PERFORM LISTAR-SEM-VISITA
           PERFORM GUARDAR-RETORNO

           MOVE WS-TOTAL-PAGO TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Pagas: " DELIMITED BY SIZE
                  WS-QTD-PAGAS DELIMITED BY SIZE
                  "  Glosadas: " DELIMITED BY SIZE
                  WS-QTD-GLOSADAS DELIMITED BY SIZE
                  "  Parciais: " DELIMITED BY SIZE
                  WS-QTD-PARCIAIS DELIMITED BY SIZE
                  "  Sem visita: " DELIMITED BY SIZE
                  WS-QTD-SEM-VISITA DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOTAL-GLOSADO TO WS-GLOSADO-EDIT
           STRING "Total pago: " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  "  Total glosado: " DELIMITED BY SIZE
                  WS-GLOSADO-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE RETORNO-REPORT

           DISPLAY "Retorno processado. Pagas: " WS-QTD-PAGAS
                   " Glosadas: " WS-QTD-GLOSADAS
                   " Parciais: " WS-QTD-PARCIAIS
                   " Sem visita: " WS-QTD-SEM-VISITA

           IF WS-QTD-SEM-VISITA > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STRING "LINHAS=" DELIMITED BY SIZE
                  WS-RT-QTD DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           STRING "GLOSADAS=" DELIMITED BY SIZE
                  WS-QTD-GLOSADAS DELIMITED BY SIZE
                  " PARCIAIS=" DELIMITED BY SIZE
                  WS-QTD-PARCIAIS DELIMITED BY SIZE
                  INTO WS-AUDIT-SAIDA
           END-STRING
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

       CARREGAR-RETORNO.
           MOVE "N" TO WS-EOF
           OPEN INPUT RETORNO-FILE
           IF WS-RETORNO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ RETORNO-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF WS-RT-QTD < 3000
                           ADD 1 TO WS-RT-QTD
                           MOVE RC-CONVENIO TO RT-CONVENIO(WS-RT-QTD)
                           MOVE RC-DATA TO RT-DATA(WS-RT-QTD)
                           MOVE RC-PACIENTE TO RT-PACIENTE(WS-RT-QTD)
                           IF RC-VALOR-PAGO IS NUMERIC
                               MOVE RC-VALOR-PAGO
                                   TO RT-VALOR-PAGO(WS-RT-QTD)
                           ELSE
                               MOVE 0 TO RT-VALOR-PAGO(WS-RT-QTD)
                           END-IF
                           MOVE RC-GLOSA TO RT-GLOSA(WS-RT-QTD)
                           MOVE "N" TO RT-USADO(WS-RT-QTD)
                       ELSE
                           MOVE "S" TO WS-EXCEDEU
                           MOVE "S" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RETORNO-STATUS = "00" OR WS-RETORNO-STATUS = "10"
               CLOSE RETORNO-FILE
           END-IF.

      *    Regrava as visitas via temporario aplicando o retorno; as
      *    linhas antigas, sem as colunas de retorno, saem completas.
       CASAR-VISITAS.
           MOVE "N" TO WS-EOF
           OPEN INPUT FATURAVEL-FILE
           IF WS-FATURAVEL-STATUS NOT = "00"
               MOVE "S" TO WS-EOF
           ELSE
               OPEN OUTPUT TEMP-FILE
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ FATURAVEL-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF VF-VALOR-PAGO IS NOT NUMERIC
                           MOVE SPACE TO VF-SITUACAO
                           MOVE 0 TO VF-VALOR-PAGO
                           MOVE SPACES TO VF-GLOSA-COD
                           MOVE 0 TO VF-DATA-RETORNO
                       END-IF
                       IF VF-SITUACAO NOT = "P"
                           PERFORM PROCURAR-RETORNO
                           IF WS-RT-ACHADO > 0
                               PERFORM APLICAR-RETORNO
                           END-IF
                       END-IF
                       MOVE FATURAVEL-REC TO TEMP-REC
                       WRITE TEMP-REC
               END-READ
           END-PERFORM

           IF WS-FATURAVEL-STATUS = "00" OR WS-FATURAVEL-STATUS = "10"
               CLOSE FATURAVEL-FILE
               CLOSE TEMP-FILE
               PERFORM COPIAR-TEMP-DE-VOLTA
           END-IF.

       PROCURAR-RETORNO.
           MOVE 0 TO WS-RT-ACHADO
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-QTD OR WS-RT-ACHADO > 0
               IF RT-USADO(WS-RT-IDX) = "N"
                       AND RT-DATA(WS-RT-IDX) = VF-DATA
                       AND RT-PACIENTE(WS-RT-IDX) = VF-PACIENTE
                       AND RT-CONVENIO(WS-RT-IDX) = VF-CONVENIO
                   MOVE WS-RT-IDX TO WS-RT-ACHADO
               END-IF
           END-PERFORM.

       APLICAR-RETORNO.
           MOVE "S" TO RT-USADO(WS-RT-ACHADO)
           ADD RT-VALOR-PAGO(WS-RT-ACHADO) TO VF-VALOR-PAGO
           ADD RT-VALOR-PAGO(WS-RT-ACHADO) TO WS-TOTAL-PAGO
           PERFORM LANCAR-PAGAMENTO-GL
           MOVE RT-GLOSA(WS-RT-ACHADO) TO VF-GLOSA-COD
           MOVE WS-HOJE TO VF-DATA-RETORNO

           EVALUATE TRUE
               WHEN VF-VALOR-PAGO >= VF-VALOR
                   MOVE "P" TO VF-SITUACAO
                   MOVE 0 TO WS-VALOR-GLOSADO
                   MOVE "paga" TO WS-DESCR-SITUACAO
                   ADD 1 TO WS-QTD-PAGAS
               WHEN VF-VALOR-PAGO = 0
                   MOVE "G" TO VF-SITUACAO
                   MOVE VF-VALOR TO WS-VALOR-GLOSADO
                   MOVE "GLOSADA" TO WS-DESCR-SITUACAO
                   ADD 1 TO WS-QTD-GLOSADAS
               WHEN OTHER
                   MOVE "C" TO VF-SITUACAO
                   COMPUTE WS-VALOR-GLOSADO = VF-VALOR - VF-VALOR-PAGO
                   MOVE "PARCIAL" TO WS-DESCR-SITUACAO
                   ADD 1 TO WS-QTD-PARCIAIS
           END-EVALUATE
           ADD WS-VALOR-GLOSADO TO WS-TOTAL-GLOSADO

           PERFORM ATUALIZAR-GLOSA

           MOVE VF-VALOR TO WS-VALOR-EDIT
           MOVE VF-VALOR-PAGO TO WS-PAGO-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING VF-CONVENIO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  VF-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VF-PACIENTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PAGO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VF-GLOSA-COD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DESCR-SITUACAO DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       LANCAR-PAGAMENTO-GL.
           MOVE "CLINICA" TO WS-GS-ORIGEM
           MOVE "PAGTO" TO WS-GS-EVENTO
           MOVE VF-CONVENIO TO WS-GS-CONTA
           MOVE RT-VALOR-PAGO(WS-RT-ACHADO) TO WS-GS-VALOR
           MOVE SPACES TO WS-GS-REFERENCIA
           STRING VF-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VF-PACIENTE DELIMITED BY SIZE
                  INTO WS-GS-REFERENCIA
           END-STRING
           PERFORM GRAVAR-LANCAMENTO-GL.

      *    Glosa (total ou parcial) entra ou volta para a fila como
      *    pendente; visita quitada fecha a glosa que tinha.
       ATUALIZAR-GLOSA.
           MOVE VF-DATA TO GL-DATA
           MOVE VF-PACIENTE TO GL-PACIENTE
           MOVE VF-CONVENIO TO GL-CONVENIO
           READ GLOSA-FILE
               INVALID KEY
                   IF VF-SITUACAO NOT = "P"
                       MOVE VF-DATA TO GL-DATA
                       MOVE VF-PACIENTE TO GL-PACIENTE
                       MOVE VF-CONVENIO TO GL-CONVENIO
                       MOVE VF-GLOSA-COD TO GL-CODIGO
                       MOVE VF-VALOR TO GL-VALOR-FATURADO
                       MOVE WS-VALOR-GLOSADO TO GL-VALOR-GLOSADO
                       MOVE "P" TO GL-SITUACAO
                       MOVE 0 TO GL-MES-REAPRES
                       MOVE 0 TO GL-QTD-RECURSOS
                       MOVE WS-HOJE TO GL-DATA-RETORNO
                       MOVE 0 TO GL-DATA-DECISAO
                       MOVE SPACES TO GL-RESPONSAVEL
                       WRITE GLOSA-REC
                   END-IF
               NOT INVALID KEY
                   MOVE WS-VALOR-GLOSADO TO GL-VALOR-GLOSADO
                   MOVE WS-HOJE TO GL-DATA-RETORNO
                   IF VF-SITUACAO = "P"
                       MOVE "Q" TO GL-SITUACAO
                   ELSE
                       MOVE VF-GLOSA-COD TO GL-CODIGO
                       MOVE "P" TO GL-SITUACAO
                   END-IF
                   REWRITE GLOSA-REC
           END-READ.

       COPIAR-TEMP-DE-VOLTA.
           MOVE "N" TO WS-EOF
           OPEN INPUT TEMP-FILE
           OPEN OUTPUT FATURAVEL-FILE
           PERFORM UNTIL FIM-ARQUIVO
               READ TEMP-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE TEMP-REC TO FATURAVEL-REC
                       WRITE FATURAVEL-REC
               END-READ
           END-PERFORM
           CLOSE TEMP-FILE
           CLOSE FATURAVEL-FILE.

       LISTAR-SEM-VISITA.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LINHAS DO RETORNO SEM VISITA EM ABERTO" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-QTD
               IF RT-USADO(WS-RT-IDX) = "N"
                   ADD 1 TO WS-QTD-SEM-VISITA
                   MOVE RT-VALOR-PAGO(WS-RT-IDX) TO WS-PAGO-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING RT-CONVENIO(WS-RT-IDX) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          RT-DATA(WS-RT-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          RT-PACIENTE(WS-RT-IDX) DELIMITED BY SIZE
                          "          " DELIMITED BY SIZE
                          WS-PAGO-EDIT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          RT-GLOSA(WS-RT-IDX) DELIMITED BY SIZE
                          " inexistente ou ja quitada"
                              DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-QTD-SEM-VISITA = 0
               MOVE "  nenhuma" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    O retorno processado fica em .ant e a entrada e esvaziada.
       GUARDAR-RETORNO.
           MOVE "N" TO WS-EOF
           OPEN INPUT RETORNO-FILE
           OPEN OUTPUT RETORNO-ANT-FILE
           PERFORM UNTIL FIM-ARQUIVO
               READ RETORNO-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE RETORNO-REC TO RETORNO-ANT-REC
                       WRITE RETORNO-ANT-REC
               END-READ
           END-PERFORM
           CLOSE RETORNO-FILE
           CLOSE RETORNO-ANT-FILE

           OPEN OUTPUT RETORNO-FILE
           CLOSE RETORNO-FILE.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "RetornoConvenios"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.

           COPY "GLSBGRV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-LANCAMENTO-GL
               PROGRAMA-NOME BY "RetornoConvenios".
