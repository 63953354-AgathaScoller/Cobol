       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecebiveisConvenio.

      *    Posicao mensal dos recebiveis de convenio: para as visitas
      *    do mes pedido (data/visitas_faturaveis.dat, ja marcadas
      *    por RetornoConvenios), por convenio:
      *      FATURADO   soma do valor das visitas;
      *      RECEBIDO   soma do valor pago nos retornos;
      *      GLOSADO    o que o convenio deixou de pagar (visitas
      *                 glosadas ou pagas em parte);
      *      RECURSO    parte do glosado recorrida e reapresentada
      *                 (data/glosas.dat situacao "R");
      *      BAIXADO    parte do glosado baixada como perda ("B");
      *      EM ABERTO  faturado - recebido - baixado (inclui as
      *                 visitas ainda sem retorno e os recursos).
      *    Relatorio em data/recebiveis_convenios.txt. O mes vem do
      *    cartao data/recebiveis_parm.dat (AAAAMM) ou do terminal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURAVEL-FILE ASSIGN TO
                   "data/visitas_faturaveis.dat"
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
               RECORD KEY IS CV-CODIGO
               FILE STATUS IS WS-CONVENIO-STATUS.

           SELECT RECEBIVEIS-REPORT ASSIGN TO
                   "data/recebiveis_convenios.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PARM-FILE ASSIGN TO "data/recebiveis_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FATURAVEL-FILE.
       COPY "VISFREC.CPY".

       FD  GLOSA-FILE.
       COPY "GLOSAREC.CPY".

       FD  CONVENIO-FILE.
       COPY "CONVREC.CPY".

       FD  RECEBIVEIS-REPORT.
       01  REPORT-LINE          PIC X(132).

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-ANO-MES      PIC 9(6).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "PARMWS.CPY".
       01 WS-PARM-ACHADO     PIC X(1).
       01 WS-FATURAVEL-STATUS PIC XX.
       01 WS-GLOSA-STATUS    PIC XX.
       01 WS-CONVENIO-STATUS PIC XX.
       01 WS-REPORT-STATUS   PIC XX.
       01 WS-EOF             PIC X(1).
           88 FIM-ARQUIVO        VALUE "S".
       01 WS-ANO-MES         PIC 9(6).
       01 WS-MES-VISITA      PIC 9(6).
       01 WS-VALOR-PAGO      PIC 9(5)V99.
       01 WS-CODIGO-BUSCA    PIC 9(3).
       01 WS-TABELA-CONVENIOS.
           05 WS-RB-ENT OCCURS 50 TIMES.
               10 RB-CODIGO        PIC 9(3).
               10 RB-QTD           PIC 9(6).
               10 RB-SEM-RETORNO   PIC 9(6).
               10 RB-FATURADO      PIC 9(8)V99.
               10 RB-RECEBIDO      PIC 9(8)V99.
               10 RB-GLOSADO       PIC 9(8)V99.
               10 RB-RECURSO       PIC 9(8)V99.
               10 RB-BAIXADO       PIC 9(8)V99.
       01 WS-QTD-CONVENIOS   PIC 9(2) VALUE 0.
       01 WS-IDX-RB          PIC 9(2).
       01 WS-RB-CORRENTE     PIC 9(2).
       01 WS-TOTAIS.
           05 TT-QTD             PIC 9(7) VALUE 0.
           05 TT-SEM-RETORNO     PIC 9(7) VALUE 0.
           05 TT-FATURADO        PIC 9(9)V99 VALUE 0.
           05 TT-RECEBIDO        PIC 9(9)V99 VALUE 0.
           05 TT-GLOSADO         PIC 9(9)V99 VALUE 0.
           05 TT-RECURSO         PIC 9(9)V99 VALUE 0.
           05 TT-BAIXADO         PIC 9(9)V99 VALUE 0.
       01 WS-EM-ABERTO       PIC S9(9)V99.
       01 WS-NOME-CONVENIO   PIC X(20).
       01 WS-FATURADO-EDIT   PIC Z(8)9.99.
       01 WS-RECEBIDO-EDIT   PIC Z(8)9.99.
       01 WS-GLOSADO-EDIT    PIC Z(8)9.99.
       01 WS-RECURSO-EDIT    PIC Z(8)9.99.
       01 WS-BAIXADO-EDIT    PIC Z(8)9.99.
       01 WS-ABERTO-EDIT     PIC -Z(8)9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-CARTAO-PARAMETROS
           IF WS-PARM-ACHADO = "S"
               MOVE PARM-ANO-MES TO WS-ANO-MES
           ELSE
               DISPLAY "Mes de referencia (AAAAMM): "
               ACCEPT WS-ANO-MES
           END-IF

           PERFORM ACUMULAR-VISITAS
           PERFORM ACUMULAR-GLOSAS

           OPEN OUTPUT RECEBIVEIS-REPORT
           OPEN INPUT CONVENIO-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "Recebiveis de convenios - visitas do mes "
                      DELIMITED BY SIZE
                  WS-ANO-MES DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONV NOME                 VISITAS S/RET     FATURADO"
               TO REPORT-LINE
           MOVE "     RECEBIDO      GLOSADO      RECURSO      BAIXADO"
               TO REPORT-LINE(55:53)
           MOVE "    EM ABERTO" TO REPORT-LINE(108:13)
           WRITE REPORT-LINE

           PERFORM VARYING WS-IDX-RB FROM 1 BY 1
                   UNTIL WS-IDX-RB > WS-QTD-CONVENIOS
               PERFORM GRAVAR-LINHA-CONVENIO
           END-PERFORM

           IF WS-CONVENIO-STATUS = "00" OR WS-CONVENIO-STATUS = "10"
               CLOSE CONVENIO-FILE
           END-IF

           MOVE TT-FATURADO TO WS-FATURADO-EDIT
           MOVE TT-RECEBIDO TO WS-RECEBIDO-EDIT
           MOVE TT-GLOSADO TO WS-GLOSADO-EDIT
           MOVE TT-RECURSO TO WS-RECURSO-EDIT
           MOVE TT-BAIXADO TO WS-BAIXADO-EDIT
           COMPUTE WS-EM-ABERTO = TT-FATURADO - TT-RECEBIDO
               - TT-BAIXADO
           MOVE WS-EM-ABERTO TO WS-ABERTO-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL                    " DELIMITED BY SIZE
                  TT-QTD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TT-SEM-RETORNO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FATURADO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RECEBIDO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GLOSADO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RECURSO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BAIXADO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ABERTO-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE RECEBIVEIS-REPORT

           DISPLAY "Recebiveis do mes " WS-ANO-MES " gravados. "
                   "Convenios: " WS-QTD-CONVENIOS

           STRING "MES=" DELIMITED BY SIZE
                  WS-ANO-MES DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           STRING "VISITAS=" DELIMITED BY SIZE
                  TT-QTD DELIMITED BY SIZE
                  INTO WS-AUDIT-SAIDA
           END-STRING
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

           COPY "PARMCARD.CPY" REPLACING
               ROTINA-NOME   BY LER-CARTAO-PARAMETROS
               ARQUIVO-PARM  BY PARM-FILE
               REGISTRO-PARM BY PARM-REC
               FLAG-ACHADO   BY WS-PARM-ACHADO.

       ACUMULAR-VISITAS.
           MOVE "N" TO WS-EOF
           OPEN INPUT FATURAVEL-FILE
           IF WS-FATURAVEL-STATUS NOT = "00"
               MOVE "S" TO WS-EOF
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ FATURAVEL-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE VF-DATA(1:6) TO WS-MES-VISITA
                       IF WS-MES-VISITA = WS-ANO-MES
                           PERFORM ACUMULAR-UMA-VISITA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FATURAVEL-STATUS = "00" OR WS-FATURAVEL-STATUS = "10"
               CLOSE FATURAVEL-FILE
           END-IF.

      *    Linha antiga, sem as colunas de retorno, conta como
      *    visita ainda sem retorno.
       ACUMULAR-UMA-VISITA.
           MOVE VF-CONVENIO TO WS-CODIGO-BUSCA
           PERFORM LOCALIZAR-CONVENIO
           IF WS-RB-CORRENTE > 0
               IF VF-VALOR-PAGO IS NUMERIC
                   MOVE VF-VALOR-PAGO TO WS-VALOR-PAGO
               ELSE
                   MOVE 0 TO WS-VALOR-PAGO
                   MOVE SPACE TO VF-SITUACAO
               END-IF
               ADD 1 TO RB-QTD(WS-RB-CORRENTE)
               ADD 1 TO TT-QTD
               ADD VF-VALOR TO RB-FATURADO(WS-RB-CORRENTE)
               ADD VF-VALOR TO TT-FATURADO
               ADD WS-VALOR-PAGO TO RB-RECEBIDO(WS-RB-CORRENTE)
               ADD WS-VALOR-PAGO TO TT-RECEBIDO
               EVALUATE VF-SITUACAO
                   WHEN "G"
                   WHEN "C"
                       COMPUTE RB-GLOSADO(WS-RB-CORRENTE) =
                           RB-GLOSADO(WS-RB-CORRENTE)
                           + VF-VALOR - WS-VALOR-PAGO
                       COMPUTE TT-GLOSADO = TT-GLOSADO
                           + VF-VALOR - WS-VALOR-PAGO
                   WHEN "P"
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO RB-SEM-RETORNO(WS-RB-CORRENTE)
                       ADD 1 TO TT-SEM-RETORNO
               END-EVALUATE
           END-IF.

       LOCALIZAR-CONVENIO.
           MOVE 0 TO WS-RB-CORRENTE
           PERFORM VARYING WS-IDX-RB FROM 1 BY 1
                   UNTIL WS-IDX-RB > WS-QTD-CONVENIOS
               IF RB-CODIGO(WS-IDX-RB) = WS-CODIGO-BUSCA
                   MOVE WS-IDX-RB TO WS-RB-CORRENTE
               END-IF
           END-PERFORM
           IF WS-RB-CORRENTE = 0 AND WS-QTD-CONVENIOS < 50
               ADD 1 TO WS-QTD-CONVENIOS
               MOVE WS-QTD-CONVENIOS TO WS-RB-CORRENTE
               MOVE WS-CODIGO-BUSCA TO RB-CODIGO(WS-RB-CORRENTE)
               MOVE 0 TO RB-QTD(WS-RB-CORRENTE)
               MOVE 0 TO RB-SEM-RETORNO(WS-RB-CORRENTE)
               MOVE 0 TO RB-FATURADO(WS-RB-CORRENTE)
               MOVE 0 TO RB-RECEBIDO(WS-RB-CORRENTE)
               MOVE 0 TO RB-GLOSADO(WS-RB-CORRENTE)
               MOVE 0 TO RB-RECURSO(WS-RB-CORRENTE)
               MOVE 0 TO RB-BAIXADO(WS-RB-CORRENTE)
           END-IF.

      *    Decisoes da fila de glosas sobre as visitas do mes.
       ACUMULAR-GLOSAS.
           MOVE "N" TO WS-EOF
           OPEN INPUT GLOSA-FILE
           IF WS-GLOSA-STATUS NOT = "00"
               MOVE "S" TO WS-EOF
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ GLOSA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE GL-DATA(1:6) TO WS-MES-VISITA
                       IF WS-MES-VISITA = WS-ANO-MES
                               AND (GL-SITUACAO = "R"
                               OR GL-SITUACAO = "B")
                           MOVE GL-CONVENIO TO WS-CODIGO-BUSCA
                           PERFORM LOCALIZAR-CONVENIO
                           PERFORM ACUMULAR-UMA-GLOSA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-GLOSA-STATUS = "00" OR WS-GLOSA-STATUS = "10"
               CLOSE GLOSA-FILE
           END-IF.

       ACUMULAR-UMA-GLOSA.
           IF WS-RB-CORRENTE > 0
               IF GL-SITUACAO = "R"
                   ADD GL-VALOR-GLOSADO TO RB-RECURSO(WS-RB-CORRENTE)
                   ADD GL-VALOR-GLOSADO TO TT-RECURSO
               ELSE
                   ADD GL-VALOR-GLOSADO TO RB-BAIXADO(WS-RB-CORRENTE)
                   ADD GL-VALOR-GLOSADO TO TT-BAIXADO
               END-IF
           END-IF.

       GRAVAR-LINHA-CONVENIO.
           MOVE SPACES TO WS-NOME-CONVENIO
           IF WS-CONVENIO-STATUS = "00"
               MOVE RB-CODIGO(WS-IDX-RB) TO CV-CODIGO
               READ CONVENIO-FILE
                   INVALID KEY
                       MOVE "(sem cadastro)" TO WS-NOME-CONVENIO
                   NOT INVALID KEY
                       MOVE CV-NOME TO WS-NOME-CONVENIO
               END-READ
           END-IF

           MOVE RB-FATURADO(WS-IDX-RB) TO WS-FATURADO-EDIT
           MOVE RB-RECEBIDO(WS-IDX-RB) TO WS-RECEBIDO-EDIT
           MOVE RB-GLOSADO(WS-IDX-RB) TO WS-GLOSADO-EDIT
           MOVE RB-RECURSO(WS-IDX-RB) TO WS-RECURSO-EDIT
           MOVE RB-BAIXADO(WS-IDX-RB) TO WS-BAIXADO-EDIT
           COMPUTE WS-EM-ABERTO = RB-FATURADO(WS-IDX-RB)
               - RB-RECEBIDO(WS-IDX-RB) - RB-BAIXADO(WS-IDX-RB)
           MOVE WS-EM-ABERTO TO WS-ABERTO-EDIT

           MOVE SPACES TO REPORT-LINE
           STRING RB-CODIGO(WS-IDX-RB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-NOME-CONVENIO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RB-QTD(WS-IDX-RB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RB-SEM-RETORNO(WS-IDX-RB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FATURADO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RECEBIDO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GLOSADO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RECURSO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BAIXADO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ABERTO-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "RecebiveisConvenio"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
