      *    totais de controle do proprio lote de IMC
      *    (controle_totais.dat); divergencia sai no resumo e
      *    termina com RC 4.
      *    As glosas que o faturamento decidiu recorrer para este mes
      *    (data/glosas.dat, situacao "R", ver ManterGlosas) entram
      *    na fatura do convenio como reapresentacao: contadas a
      *    parte (FT-QTD-REAPRES/FT-VALOR-REAPRES), listadas visita a
      *    visita no resumo e somadas em FT-VALOR-TOTAL. A
      *    conferencia com o IMC continua so sobre as visitas do mes.
      *    A receita de cada fatura (so as visitas do mes - a
      *    reapresentacao ja foi receita no mes da visita) vai
      *    tambem para o razao (GLSBGRV.CPY, levada a interface por
      *    ConsolidarGL). Refaturar um mes ja faturado nao lanca de
      *    novo: a diferenca, se houver, e acertada pela
      *    contabilidade.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATURAVEL-STATUS.

           SELECT GLOSA-FILE ASSIGN TO "data/glosas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-CHAVE
               FILE STATUS IS WS-GLOSA-STATUS.

           SELECT CONVENIO-FILE ASSIGN TO "data/convenios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

           COPY "CTLSEL.CPY".

           COPY "GLSBSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  FATURAVEL-FILE.
       COPY "VISFREC.CPY".

       FD  GLOSA-FILE.
       COPY "GLOSAREC.CPY".

       FD  CONVENIO-FILE.
       COPY "CONVREC.CPY".
           05 FT-NOME           PIC X(20).
           05 FT-QTD-VISITAS    PIC 9(6).
           05 FT-VALOR-TOTAL    PIC 9(8)V99.
           05 FT-QTD-REAPRES    PIC 9(6).
           05 FT-VALOR-REAPRES  PIC 9(8)V99.

       FD  RESUMO-REPORT.
       01  REPORT-LINE          PIC X(75).

       COPY "CTLFD.CPY".

       COPY "GLSBFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "GLSBWS.CPY".
       COPY "AUDITWS.CPY".
       COPY "CTLWS.CPY".
       COPY "PARMWS.CPY".
       01 WS-PARM-ACHADO     PIC X(1).
       01 WS-FATURAVEL-STATUS PIC XX.
       01 WS-GLOSA-STATUS    PIC XX.
       01 WS-EOF-GLOSA       PIC X VALUE "N".
           88 FIM-GLOSAS         VALUE "S".
       01 WS-QTD-REAPRES     PIC 9(6) VALUE 0.
       01 WS-TOTAL-REAPRES   PIC 9(9)V99 VALUE 0.
       01 WS-CODIGO-BUSCA    PIC 9(3).
       01 WS-CONVENIO-STATUS PIC XX.
       01 WS-FATURA-STATUS   PIC XX.
       01 WS-RESUMO-STATUS   PIC XX.
       01 WS-FATURA-NOME     PIC X(44).
       01 WS-REFATURAMENTO   PIC X(1) VALUE "N".
           88 MES-JA-FATURADO    VALUE "S".
       01 WS-EOF-FATURAVEL   PIC X VALUE "N".
           88 FIM-FATURAVEIS     VALUE "S".
       01 WS-EOF-CONTROLE    PIC X VALUE "N".
               10 CF-CODIGO        PIC 9(3).
               10 CF-QTD           PIC 9(6).
               10 CF-TOTAL         PIC 9(8)V99.
               10 CF-QTD-REAP      PIC 9(6).
               10 CF-TOTAL-REAP    PIC 9(8)V99.
       01 WS-QTD-CONVENIOS   PIC 9(2) VALUE 0.
       01 WS-IDX-CF          PIC 9(2).
       01 WS-CF-CORRENTE     PIC 9(2).
           END-IF

           PERFORM ACUMULAR-VISITAS-DO-MES
           PERFORM ACUMULAR-REAPRESENTACOES
           PERFORM APURAR-CONTROLE-IMC

           MOVE SPACES TO WS-FATURA-NOME
                  INTO WS-FATURA-NOME
           END-STRING

           OPEN INPUT FATURA-FILE
           IF WS-FATURA-STATUS = "00"
               MOVE "S" TO WS-REFATURAMENTO
               CLOSE FATURA-FILE
           END-IF

           OPEN OUTPUT FATURA-FILE
           OPEN OUTPUT RESUMO-REPORT
           OPEN INPUT CONVENIO-FILE
           END-STRING
           WRITE REPORT-LINE

           MOVE "CONV NOME                 VISITAS TOTAL       REAPR"
               TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-IDX-CF FROM 1 BY 1
           END-STRING
           WRITE REPORT-LINE

           IF WS-QTD-REAPRES > 0
               PERFORM LISTAR-REAPRESENTACOES
           END-IF

           IF MES-JA-FATURADO
               MOVE "Mes refaturado: receita ja lancada no razao na "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "primeira emissao - diferenca acertar a mao."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

      *    Conferencia contra os totais de controle que o proprio
      *    lote de IMC grava: visitas faturadas devem bater com os
      *    pacientes processados no mes.
           ADD 1 TO WS-QTD-VISITAS-MES
           ADD VF-VALOR TO WS-TOTAL-GERAL

           MOVE VF-CONVENIO TO WS-CODIGO-BUSCA
           PERFORM LOCALIZAR-CONVENIO
           IF WS-CF-CORRENTE > 0
               ADD 1 TO CF-QTD(WS-CF-CORRENTE)
               ADD VF-VALOR TO CF-TOTAL(WS-CF-CORRENTE)
           END-IF.

       LOCALIZAR-CONVENIO.
           MOVE 0 TO WS-CF-CORRENTE
           PERFORM VARYING WS-IDX-CF FROM 1 BY 1
                   UNTIL WS-IDX-CF > WS-QTD-CONVENIOS
               IF CF-CODIGO(WS-IDX-CF) = WS-CODIGO-BUSCA
                   MOVE WS-IDX-CF TO WS-CF-CORRENTE
               END-IF
           END-PERFORM
           IF WS-CF-CORRENTE = 0 AND WS-QTD-CONVENIOS < 50
               ADD 1 TO WS-QTD-CONVENIOS
               MOVE WS-QTD-CONVENIOS TO WS-CF-CORRENTE
               MOVE WS-CODIGO-BUSCA TO CF-CODIGO(WS-CF-CORRENTE)
               MOVE 0 TO CF-QTD(WS-CF-CORRENTE)
               MOVE 0 TO CF-TOTAL(WS-CF-CORRENTE)
               MOVE 0 TO CF-QTD-REAP(WS-CF-CORRENTE)
               MOVE 0 TO CF-TOTAL-REAP(WS-CF-CORRENTE)
           END-IF.

      *    Glosas recorridas para o mes: o que falta receber da
      *    visita volta a ser cobrado do convenio.
       ACUMULAR-REAPRESENTACOES.
           MOVE "N" TO WS-EOF-GLOSA
           OPEN INPUT GLOSA-FILE
           IF WS-GLOSA-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-GLOSA
           END-IF

           PERFORM UNTIL FIM-GLOSAS
               READ GLOSA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-GLOSA
                   NOT AT END
                       IF GL-SITUACAO = "R"
                               AND GL-MES-REAPRES = WS-ANO-MES
                           ADD 1 TO WS-QTD-REAPRES
                           ADD GL-VALOR-GLOSADO TO WS-TOTAL-REAPRES
                           MOVE GL-CONVENIO TO WS-CODIGO-BUSCA
                           PERFORM LOCALIZAR-CONVENIO
                           IF WS-CF-CORRENTE > 0
                               ADD 1 TO CF-QTD-REAP(WS-CF-CORRENTE)
                               ADD GL-VALOR-GLOSADO
                                   TO CF-TOTAL-REAP(WS-CF-CORRENTE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-GLOSA-STATUS = "00" OR WS-GLOSA-STATUS = "10"
               CLOSE GLOSA-FILE
           END-IF.

       LISTAR-REAPRESENTACOES.
           MOVE WS-TOTAL-REAPRES TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Reapresentacoes de glosa: " DELIMITED BY SIZE
                  WS-QTD-REAPRES DELIMITED BY SIZE
                  "  Total: " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE "N" TO WS-EOF-GLOSA
           OPEN INPUT GLOSA-FILE
           IF WS-GLOSA-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-GLOSA
           END-IF
           PERFORM UNTIL FIM-GLOSAS
               READ GLOSA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-GLOSA
                   NOT AT END
                       IF GL-SITUACAO = "R"
                               AND GL-MES-REAPRES = WS-ANO-MES
                           MOVE GL-VALOR-GLOSADO TO WS-TOTAL-EDIT
                           MOVE SPACES TO REPORT-LINE
                           STRING "  " DELIMITED BY SIZE
                                  GL-CONVENIO DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  GL-DATA DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  GL-PACIENTE DELIMITED BY SIZE
                                  " glosa " DELIMITED BY SIZE
                                  GL-CODIGO DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  WS-TOTAL-EDIT DELIMITED BY SIZE
                                  INTO REPORT-LINE
                           END-STRING
                           WRITE REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GLOSA-STATUS = "00" OR WS-GLOSA-STATUS = "10"
               CLOSE GLOSA-FILE
           END-IF.

      *    Soma de CT-GRAVADOS dos passos do IMC no mes, vinda do
           MOVE CF-CODIGO(WS-IDX-CF) TO FT-CONVENIO
           MOVE WS-NOME-CONVENIO TO FT-NOME
           MOVE CF-QTD(WS-IDX-CF) TO FT-QTD-VISITAS
           COMPUTE FT-VALOR-TOTAL = CF-TOTAL(WS-IDX-CF)
               + CF-TOTAL-REAP(WS-IDX-CF)
           MOVE CF-QTD-REAP(WS-IDX-CF) TO FT-QTD-REAPRES
           MOVE CF-TOTAL-REAP(WS-IDX-CF) TO FT-VALOR-REAPRES
           WRITE FATURA-REC

           IF NOT MES-JA-FATURADO
               MOVE "CLINICA" TO WS-GS-ORIGEM
               MOVE "FATURA" TO WS-GS-EVENTO
               MOVE FT-CONVENIO TO WS-GS-CONTA
               MOVE CF-TOTAL(WS-IDX-CF) TO WS-GS-VALOR
               MOVE SPACES TO WS-GS-REFERENCIA
               STRING "FATURA " DELIMITED BY SIZE
                      WS-ANO-MES DELIMITED BY SIZE
                      INTO WS-GS-REFERENCIA
               END-STRING
               PERFORM GRAVAR-LANCAMENTO-GL
           END-IF

           MOVE CF-TOTAL(WS-IDX-CF) TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING CF-CODIGO(WS-IDX-CF) DELIMITED BY SIZE
                  CF-QTD(WS-IDX-CF) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CF-QTD-REAP(WS-IDX-CF) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
               PROGRAMA-NOME BY "FaturarConvenios"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.

           COPY "GLSBGRV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-LANCAMENTO-GL
               PROGRAMA-NOME BY "FaturarConvenios".
