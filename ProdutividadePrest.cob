       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProdutividadePrest.

      *    Produtividade mensal dos prestadores da clinica: para as
      *    consultas do mes pedido na agenda (data/agenda.dat), por
      *    prestador:
      *      MARCADAS   consultas nao canceladas;
      *      ATENDIDAS  presenca confirmada por FaltasClinica ("P");
      *      FALTAS     falta marcada por FaltasClinica ("F");
      *      PENDENTES  ainda agendadas (dia nao fechado);
      *      FATURADO   valor das visitas faturaveis do mes
      *                 (data/visitas_faturaveis.dat) do paciente
      *                 atendido pelo prestador na mesma data.
      *    Consulta antiga, sem prestador, e visita faturada sem
      *    consulta atendida no dia caem na linha "(sem prestador)".
      *    Relatorio em data/produtividade_prestadores.txt. O mes vem
      *    do cartao data/produtividade_parm.dat (AAAAMM) ou do
      *    terminal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDA-FILE ASSIGN TO "data/agenda.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CHAVE
               FILE STATUS IS WS-AGENDA-STATUS.

           SELECT FATURAVEL-FILE ASSIGN TO
                   "data/visitas_faturaveis.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATURAVEL-STATUS.

           SELECT PRESTADOR-FILE ASSIGN TO "data/prestadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-ID
               FILE STATUS IS WS-PRESTADOR-STATUS.

           SELECT PRODUTIVIDADE-REPORT ASSIGN TO
                   "data/produtividade_prestadores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PARM-FILE ASSIGN TO "data/produtividade_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENDA-FILE.
       COPY "AGENDREC.CPY".

       FD  FATURAVEL-FILE.
       COPY "VISFREC.CPY".

       FD  PRESTADOR-FILE.
       COPY "PRESTREC.CPY".

       FD  PRODUTIVIDADE-REPORT.
       01  REPORT-LINE          PIC X(132).

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-ANO-MES      PIC 9(6).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "PARMWS.CPY".
       01 WS-PARM-ACHADO     PIC X(1).
       01 WS-AGENDA-STATUS   PIC XX.
       01 WS-FATURAVEL-STATUS PIC XX.
       01 WS-PRESTADOR-STATUS PIC XX.
       01 WS-REPORT-STATUS   PIC XX.
       01 WS-EOF             PIC X(1).
           88 FIM-ARQUIVO        VALUE "S".
       01 WS-ANO-MES         PIC 9(6).
       01 WS-MES-VISITA      PIC 9(6).
       01 WS-PRESTADOR-BUSCA PIC X(10).
      *    Uma linha por prestador; a primeira e a "(sem prestador)".
       01 WS-TABELA-PRESTADORES.
           05 WS-PB-ENT OCCURS 50 TIMES.
               10 PB-ID            PIC X(10).
               10 PB-MARCADAS      PIC 9(6).
               10 PB-ATENDIDAS     PIC 9(6).
               10 PB-FALTAS        PIC 9(6).
               10 PB-PENDENTES     PIC 9(6).
               10 PB-QTD-FATURADA  PIC 9(6).
               10 PB-FATURADO      PIC 9(8)V99.
       01 WS-QTD-PRESTADORES PIC 9(2) VALUE 0.
       01 WS-IDX-PB          PIC 9(2).
       01 WS-PB-CORRENTE     PIC 9(2).
      *    Consultas atendidas do mes, para casar com o faturamento.
       01 WS-TABELA-ATENDIDAS.
           05 WS-VA-ENT OCCURS 3000 TIMES.
               10 VA-DATA          PIC 9(8).
               10 VA-PACIENTE      PIC X(10).
               10 VA-PRESTADOR     PIC 9(2).
       01 WS-QTD-ATENDIDAS   PIC 9(4) VALUE 0.
       01 WS-IDX-VA          PIC 9(4).
       01 WS-TOTAIS.
           05 TT-MARCADAS        PIC 9(7) VALUE 0.
           05 TT-ATENDIDAS       PIC 9(7) VALUE 0.
           05 TT-FALTAS          PIC 9(7) VALUE 0.
           05 TT-PENDENTES       PIC 9(7) VALUE 0.
           05 TT-QTD-FATURADA    PIC 9(7) VALUE 0.
           05 TT-FATURADO        PIC 9(9)V99 VALUE 0.
       01 WS-NOME-PRESTADOR  PIC X(20).
       01 WS-ESPECIALIDADE   PIC X(15).
       01 WS-PCT-FALTAS      PIC 9(3)V9.
       01 WS-PCT-EDIT        PIC ZZ9.9.
       01 WS-FATURADO-EDIT   PIC Z(8)9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-CARTAO-PARAMETROS
           IF WS-PARM-ACHADO = "S"
               MOVE PARM-ANO-MES TO WS-ANO-MES
           ELSE
               DISPLAY "Mes de referencia (AAAAMM): "
               ACCEPT WS-ANO-MES
           END-IF

           MOVE SPACES TO WS-PRESTADOR-BUSCA
           PERFORM LOCALIZAR-PRESTADOR

           PERFORM ACUMULAR-AGENDA
           PERFORM ACUMULAR-FATURAMENTO

           OPEN OUTPUT PRODUTIVIDADE-REPORT
           OPEN INPUT PRESTADOR-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "Produtividade dos prestadores - consultas do mes "
                      DELIMITED BY SIZE
                  WS-ANO-MES DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PRESTADOR  NOME                 ESPECIALIDADE   "
               TO REPORT-LINE
           MOVE "MARCAD ATENDI FALTAS PENDEN  %FALT FATURA"
               TO REPORT-LINE(49:41)
           MOVE "    FATURADO" TO REPORT-LINE(91:12)
           WRITE REPORT-LINE

           PERFORM VARYING WS-IDX-PB FROM 1 BY 1
                   UNTIL WS-IDX-PB > WS-QTD-PRESTADORES
               IF PB-MARCADAS(WS-IDX-PB) > 0
                       OR PB-QTD-FATURADA(WS-IDX-PB) > 0
                   PERFORM GRAVAR-LINHA-PRESTADOR
               END-IF
           END-PERFORM

           IF WS-PRESTADOR-STATUS = "00" OR WS-PRESTADOR-STATUS = "10"
               CLOSE PRESTADOR-FILE
           END-IF

           IF TT-ATENDIDAS + TT-FALTAS > 0
               COMPUTE WS-PCT-FALTAS ROUNDED = TT-FALTAS * 100
                   / (TT-ATENDIDAS + TT-FALTAS)
           ELSE
               MOVE 0 TO WS-PCT-FALTAS
           END-IF
           MOVE WS-PCT-FALTAS TO WS-PCT-EDIT
           MOVE TT-FATURADO TO WS-FATURADO-EDIT
           MOVE SPACES TO REPORT-LINE
           MOVE "TOTAL" TO REPORT-LINE
           MOVE TT-MARCADAS(2:6) TO REPORT-LINE(49:6)
           MOVE TT-ATENDIDAS(2:6) TO REPORT-LINE(56:6)
           MOVE TT-FALTAS(2:6) TO REPORT-LINE(63:6)
           MOVE TT-PENDENTES(2:6) TO REPORT-LINE(70:6)
           MOVE WS-PCT-EDIT TO REPORT-LINE(78:5)
           MOVE TT-QTD-FATURADA(2:6) TO REPORT-LINE(84:6)
           MOVE WS-FATURADO-EDIT TO REPORT-LINE(91:12)
           WRITE REPORT-LINE
           CLOSE PRODUTIVIDADE-REPORT

           DISPLAY "Produtividade do mes " WS-ANO-MES " gravada. "
                   "Prestadores: " WS-QTD-PRESTADORES

           STRING "MES=" DELIMITED BY SIZE
                  WS-ANO-MES DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           STRING "MARCADAS=" DELIMITED BY SIZE
                  TT-MARCADAS DELIMITED BY SIZE
                  " ATENDIDAS=" DELIMITED BY SIZE
                  TT-ATENDIDAS DELIMITED BY SIZE
                  INTO WS-AUDIT-SAIDA
           END-STRING
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

           COPY "PARMCARD.CPY" REPLACING
               ROTINA-NOME   BY LER-CARTAO-PARAMETROS
               ARQUIVO-PARM  BY PARM-FILE
               REGISTRO-PARM BY PARM-REC
               FLAG-ACHADO   BY WS-PARM-ACHADO.

      *    A agenda e ordenada por data: posiciona no primeiro dia
      *    do mes e para no primeiro dia do mes seguinte.
       ACUMULAR-AGENDA.
           MOVE "N" TO WS-EOF
           OPEN INPUT AGENDA-FILE
           IF WS-AGENDA-STATUS NOT = "00"
               MOVE "S" TO WS-EOF
           ELSE
               COMPUTE AG-DATA = WS-ANO-MES * 100
               MOVE 0 TO AG-VAGA
               START AGENDA-FILE KEY NOT < AG-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF
               END-START
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ AGENDA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE AG-DATA(1:6) TO WS-MES-VISITA
                       IF WS-MES-VISITA NOT = WS-ANO-MES
                           MOVE "S" TO WS-EOF
                       ELSE
                       IF AG-SITUACAO NOT = "C"
                           PERFORM ACUMULAR-UMA-CONSULTA
                       END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-AGENDA-STATUS = "00" OR WS-AGENDA-STATUS = "10"
               CLOSE AGENDA-FILE
           END-IF.

       ACUMULAR-UMA-CONSULTA.
           MOVE AG-PRESTADOR TO WS-PRESTADOR-BUSCA
           PERFORM LOCALIZAR-PRESTADOR
           IF WS-PB-CORRENTE > 0
               ADD 1 TO PB-MARCADAS(WS-PB-CORRENTE)
               ADD 1 TO TT-MARCADAS
               EVALUATE AG-SITUACAO
                   WHEN "P"
                       ADD 1 TO PB-ATENDIDAS(WS-PB-CORRENTE)
                       ADD 1 TO TT-ATENDIDAS
                       IF WS-QTD-ATENDIDAS < 3000
                           ADD 1 TO WS-QTD-ATENDIDAS
                           MOVE AG-DATA TO VA-DATA(WS-QTD-ATENDIDAS)
                           MOVE AG-PACIENTE
                               TO VA-PACIENTE(WS-QTD-ATENDIDAS)
                           MOVE WS-PB-CORRENTE
                               TO VA-PRESTADOR(WS-QTD-ATENDIDAS)
                       END-IF
                   WHEN "F"
                       ADD 1 TO PB-FALTAS(WS-PB-CORRENTE)
                       ADD 1 TO TT-FALTAS
                   WHEN OTHER
                       ADD 1 TO PB-PENDENTES(WS-PB-CORRENTE)
                       ADD 1 TO TT-PENDENTES
               END-EVALUATE
           END-IF.

       LOCALIZAR-PRESTADOR.
           MOVE 0 TO WS-PB-CORRENTE
           PERFORM VARYING WS-IDX-PB FROM 1 BY 1
                   UNTIL WS-IDX-PB > WS-QTD-PRESTADORES
               IF PB-ID(WS-IDX-PB) = WS-PRESTADOR-BUSCA
                   MOVE WS-IDX-PB TO WS-PB-CORRENTE
               END-IF
           END-PERFORM
           IF WS-PB-CORRENTE = 0 AND WS-QTD-PRESTADORES < 50
               ADD 1 TO WS-QTD-PRESTADORES
               MOVE WS-QTD-PRESTADORES TO WS-PB-CORRENTE
               MOVE WS-PRESTADOR-BUSCA TO PB-ID(WS-PB-CORRENTE)
               MOVE 0 TO PB-MARCADAS(WS-PB-CORRENTE)
               MOVE 0 TO PB-ATENDIDAS(WS-PB-CORRENTE)
               MOVE 0 TO PB-FALTAS(WS-PB-CORRENTE)
               MOVE 0 TO PB-PENDENTES(WS-PB-CORRENTE)
               MOVE 0 TO PB-QTD-FATURADA(WS-PB-CORRENTE)
               MOVE 0 TO PB-FATURADO(WS-PB-CORRENTE)
           END-IF.

      *    Cada visita faturavel do mes vai para o prestador que
      *    atendeu o paciente naquela data; sem consulta atendida
      *    correspondente, para a linha "(sem prestador)".
       ACUMULAR-FATURAMENTO.
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

       ACUMULAR-UMA-VISITA.
           MOVE 1 TO WS-PB-CORRENTE
           PERFORM VARYING WS-IDX-VA FROM 1 BY 1
                   UNTIL WS-IDX-VA > WS-QTD-ATENDIDAS
               IF VA-DATA(WS-IDX-VA) = VF-DATA
                       AND VA-PACIENTE(WS-IDX-VA) = VF-PACIENTE
                   MOVE VA-PRESTADOR(WS-IDX-VA) TO WS-PB-CORRENTE
               END-IF
           END-PERFORM
           ADD 1 TO PB-QTD-FATURADA(WS-PB-CORRENTE)
           ADD 1 TO TT-QTD-FATURADA
           ADD VF-VALOR TO PB-FATURADO(WS-PB-CORRENTE)
           ADD VF-VALOR TO TT-FATURADO.

       GRAVAR-LINHA-PRESTADOR.
           MOVE SPACES TO WS-NOME-PRESTADOR
           MOVE SPACES TO WS-ESPECIALIDADE
           IF PB-ID(WS-IDX-PB) = SPACES
               MOVE "(sem prestador)" TO WS-NOME-PRESTADOR
           ELSE
           IF WS-PRESTADOR-STATUS = "00"
               MOVE PB-ID(WS-IDX-PB) TO PV-ID
               READ PRESTADOR-FILE
                   INVALID KEY
                       MOVE "(sem cadastro)" TO WS-NOME-PRESTADOR
                   NOT INVALID KEY
                       MOVE PV-NOME TO WS-NOME-PRESTADOR
                       MOVE PV-ESPECIALIDADE TO WS-ESPECIALIDADE
               END-READ
           END-IF
           END-IF

           IF PB-ATENDIDAS(WS-IDX-PB) + PB-FALTAS(WS-IDX-PB) > 0
               COMPUTE WS-PCT-FALTAS ROUNDED =
                   PB-FALTAS(WS-IDX-PB) * 100
                   / (PB-ATENDIDAS(WS-IDX-PB) + PB-FALTAS(WS-IDX-PB))
           ELSE
               MOVE 0 TO WS-PCT-FALTAS
           END-IF
           MOVE WS-PCT-FALTAS TO WS-PCT-EDIT
           MOVE PB-FATURADO(WS-IDX-PB) TO WS-FATURADO-EDIT

           MOVE SPACES TO REPORT-LINE
           STRING PB-ID(WS-IDX-PB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOME-PRESTADOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ESPECIALIDADE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PB-MARCADAS(WS-IDX-PB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PB-ATENDIDAS(WS-IDX-PB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PB-FALTAS(WS-IDX-PB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PB-PENDENTES(WS-IDX-PB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PCT-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PB-QTD-FATURADA(WS-IDX-PB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FATURADO-EDIT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "ProdutividadePrest"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
