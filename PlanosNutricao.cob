       IDENTIFICATION DIVISION.
       PROGRAM-ID. PlanosNutricao.

      *    Relatorio mensal dos planos de cuidado nutricional ativos
      *    (data/planos_nutricao.dat) para a coordenacao da clinica:
      *    cada plano sai na secao da ultima avaliacao de visita
      *    feita por AvaliarPlanoNutri - atrasados, no prazo, meta
      *    atingida e sem visita desde o inicio - com o peso da
      *    ultima visita contra o esperado para a data. Atrasado em
      *    duas visitas seguidas sai marcado RETORNO ANTECIPADO (o
      *    lote de IMC ja o pos na agenda de retornos com volta em
      *    15 dias). So gera o relatorio no ultimo lote do mes (o
      *    proximo dia util, pelo CalendarioCorp, ja cai no mes
      *    seguinte), no molde de RevisarTiers; nos demais dias nao
      *    faz nada. Relatorio em data/planos_nutricao.txt, enviado
      *    ao spool; RC 4 quando ha retorno antecipado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO-FILE ASSIGN TO "data/planos_nutricao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-PM-ID
               FILE STATUS IS WS-PLANO-STATUS.

           SELECT PACIENTE-MASTER-FILE ASSIGN TO
                   "data/pacientes_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PLANO-REPORT ASSIGN TO "data/planos_nutricao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "SPOOLSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  PLANO-FILE.
       COPY "PNUTREC.CPY".

       FD  PACIENTE-MASTER-FILE.
       COPY "PACREC.CPY".

      *    Colunas 1-30 com ID e nome, como na agenda de retorno.
       FD  PLANO-REPORT.
       01  REPORT-LINE.
           05 RL-ID             PIC X(10).
           05 RL-NOME           PIC X(20).
           05 FILLER            PIC X(2).
           05 RL-NUTRICIONISTA  PIC X(10).
           05 FILLER            PIC X(2).
           05 RL-INICIO         PIC X(8).
           05 FILLER            PIC X(2).
           05 RL-META           PIC X(10).
           05 FILLER            PIC X(2).
           05 RL-DATA-ALVO      PIC X(8).
           05 FILLER            PIC X(2).
           05 RL-ULT-VISITA     PIC X(8).
           05 FILLER            PIC X(2).
           05 RL-ULT-PESO       PIC ZZ9.99.
           05 FILLER            PIC X(2).
           05 RL-ESPERADO       PIC ZZ9.99.
           05 FILLER            PIC X(2).
           05 RL-ATRASO         PIC Z9.
           05 FILLER            PIC X(2).
           05 RL-OBSERVACAO     PIC X(20).
           05 FILLER            PIC X(6).

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
       01 WS-PLANO-STATUS     PIC XX.
       01 WS-MASTER-STATUS    PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-EOF-PLANO        PIC X VALUE "N".
           88 FIM-PLANOS          VALUE "S".
       01 WS-HOJE             PIC 9(8).
       01 WS-DATA-BASE        PIC 9(8).
       01 WS-PROXIMO-UTIL     PIC 9(8).
       01 WS-CAL-OPERACAO     PIC X(1).
       01 WS-CAL-NOME-DIA     PIC X(10).
      *    Secao corrente: avaliacao A, N, C ou espaco (sem visita).
       01 WS-SECAO            PIC X(1).
       01 WS-TITULO-SECAO     PIC X(40).
       01 WS-META-EDIT        PIC ZZ9.99.
       01 WS-QTD-LIDOS        PIC 9(6) VALUE 0.
       01 WS-QTD-ATIVOS       PIC 9(6) VALUE 0.
       01 WS-QTD-ATRASADOS    PIC 9(6) VALUE 0.
       01 WS-QTD-NO-PRAZO     PIC 9(6) VALUE 0.
       01 WS-QTD-ATINGIDOS    PIC 9(6) VALUE 0.
       01 WS-QTD-SEM-VISITA   PIC 9(6) VALUE 0.
       01 WS-QTD-ANTECIPADOS  PIC 9(6) VALUE 0.
       01 WS-QTD-SECAO        PIC 9(6).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           COMPUTE WS-DATA-BASE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + 1)
           MOVE "U" TO WS-CAL-OPERACAO
           CALL "CalendarioCorp" USING WS-CAL-OPERACAO
               WS-DATA-BASE WS-PROXIMO-UTIL WS-CAL-NOME-DIA
           END-CALL

      *    Ultimo lote do mes: o primeiro dia util depois de hoje ja
      *    e do mes seguinte.
           IF WS-PROXIMO-UTIL(1:6) = WS-HOJE(1:6)
               DISPLAY "Fora do ultimo lote do mes - sem relatorio."
           ELSE
               PERFORM GERAR-RELATORIO
           END-IF

           IF WS-QTD-ANTECIPADOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-LIDOS TO CT-LIDOS
           MOVE WS-QTD-ATIVOS TO CT-GRAVADOS
           MOVE 0 TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-QTD-ANTECIPADOS TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-LIDOS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

       GERAR-RELATORIO.
           OPEN INPUT PLANO-FILE
           IF WS-PLANO-STATUS = "35"
               OPEN OUTPUT PLANO-FILE
               CLOSE PLANO-FILE
               OPEN INPUT PLANO-FILE
           END-IF
           MOVE "planos_nutricao.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-PLANO-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           OPEN INPUT PACIENTE-MASTER-FILE

           OPEN OUTPUT PLANO-REPORT
           MOVE "planos_nutricao.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Planos de cuidado nutricional ativos - posicao "
                      DELIMITED BY SIZE
                  "de " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE "A" TO WS-SECAO
           MOVE "ATRASADOS" TO WS-TITULO-SECAO
           PERFORM GRAVAR-SECAO
           MOVE WS-QTD-SECAO TO WS-QTD-ATRASADOS

           MOVE "N" TO WS-SECAO
           MOVE "NO PRAZO" TO WS-TITULO-SECAO
           PERFORM GRAVAR-SECAO
           MOVE WS-QTD-SECAO TO WS-QTD-NO-PRAZO

           MOVE "C" TO WS-SECAO
           MOVE "META ATINGIDA" TO WS-TITULO-SECAO
           PERFORM GRAVAR-SECAO
           MOVE WS-QTD-SECAO TO WS-QTD-ATINGIDOS

           MOVE SPACE TO WS-SECAO
           MOVE "SEM VISITA DESDE O INICIO" TO WS-TITULO-SECAO
           PERFORM GRAVAR-SECAO
           MOVE WS-QTD-SECAO TO WS-QTD-SEM-VISITA

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Ativos: " DELIMITED BY SIZE
                  WS-QTD-ATIVOS DELIMITED BY SIZE
                  "  Atrasados: " DELIMITED BY SIZE
                  WS-QTD-ATRASADOS DELIMITED BY SIZE
                  "  No prazo: " DELIMITED BY SIZE
                  WS-QTD-NO-PRAZO DELIMITED BY SIZE
                  "  Meta atingida: " DELIMITED BY SIZE
                  WS-QTD-ATINGIDOS DELIMITED BY SIZE
                  "  Sem visita: " DELIMITED BY SIZE
                  WS-QTD-SEM-VISITA DELIMITED BY SIZE
                  "  Retorno antecipado: " DELIMITED BY SIZE
                  WS-QTD-ANTECIPADOS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE PLANO-REPORT
           IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "10"
               CLOSE PACIENTE-MASTER-FILE
           END-IF
           CLOSE PLANO-FILE

           MOVE "data/planos_nutricao.txt" TO WS-SPOOL-ORIG-NOME
           PERFORM REGISTRAR-SPOOL

           DISPLAY "Planos ativos: " WS-QTD-ATIVOS " (atrasados: "
                   WS-QTD-ATRASADOS ", retorno antecipado: "
                   WS-QTD-ANTECIPADOS ")".

      *    Uma passada no arquivo de planos por secao do relatorio;
      *    as contagens de lidos e ativos valem a primeira.
       GRAVAR-SECAO.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TITULO-SECAO TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM GRAVAR-CABECALHO

           MOVE 0 TO WS-QTD-SECAO
           MOVE "N" TO WS-EOF-PLANO
           MOVE LOW-VALUES TO PN-PM-ID
           START PLANO-FILE KEY NOT < PN-PM-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-PLANO
           END-START

           PERFORM UNTIL FIM-PLANOS
               READ PLANO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PLANO
                   NOT AT END
                       IF WS-SECAO = "A"
                           ADD 1 TO WS-QTD-LIDOS
                           IF PN-SITUACAO = "A"
                               ADD 1 TO WS-QTD-ATIVOS
                           END-IF
                       END-IF
                       IF PN-SITUACAO = "A"
                               AND PN-ULT-AVALIACAO = WS-SECAO
                           PERFORM GRAVAR-LINHA-PLANO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-SECAO = 0
               MOVE SPACES TO REPORT-LINE
               MOVE "  nenhum" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       GRAVAR-CABECALHO.
           MOVE SPACES TO REPORT-LINE
           MOVE "ID" TO REPORT-LINE(1:2)
           MOVE "NOME" TO REPORT-LINE(11:4)
           MOVE "NUTRIC." TO REPORT-LINE(33:7)
           MOVE "INICIO" TO REPORT-LINE(45:6)
           MOVE "META" TO REPORT-LINE(55:4)
           MOVE "DATA ALVO" TO REPORT-LINE(67:9)
           MOVE "ULT.VIS." TO REPORT-LINE(77:8)
           MOVE "PESO" TO REPORT-LINE(89:4)
           MOVE "ESPER." TO REPORT-LINE(95:6)
           MOVE "AT" TO REPORT-LINE(103:2)
           MOVE "OBSERVACAO" TO REPORT-LINE(107:10)
           WRITE REPORT-LINE.

       GRAVAR-LINHA-PLANO.
           MOVE SPACES TO REPORT-LINE
           MOVE PN-PM-ID TO RL-ID
           IF WS-MASTER-STATUS = "00"
               MOVE PN-PM-ID TO PM-ID
               READ PACIENTE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-NOME TO RL-NOME
               END-READ
           END-IF
           MOVE PN-NUTRICIONISTA TO RL-NUTRICIONISTA
           MOVE PN-DATA-INICIO TO RL-INICIO
           IF PN-TIPO-META = "I"
               MOVE PN-IMC-ALVO TO WS-META-EDIT
               STRING "IMC " DELIMITED BY SIZE
                      WS-META-EDIT DELIMITED BY SIZE
                      INTO RL-META
               END-STRING
           ELSE
               MOVE PN-PESO-ALVO TO WS-META-EDIT
               STRING WS-META-EDIT DELIMITED BY SIZE
                      " kg" DELIMITED BY SIZE
                      INTO RL-META
               END-STRING
           END-IF
           MOVE PN-DATA-ALVO TO RL-DATA-ALVO
           IF PN-ULT-VISITA NOT = 0
               MOVE PN-ULT-VISITA TO RL-ULT-VISITA
               MOVE PN-ULT-PESO TO RL-ULT-PESO
               MOVE PN-ULT-ESPERADO TO RL-ESPERADO
               MOVE PN-VISITAS-ATRASO TO RL-ATRASO
           END-IF
           IF PN-ULT-AVALIACAO = "A" AND PN-VISITAS-ATRASO >= 2
               MOVE "RETORNO ANTECIPADO" TO RL-OBSERVACAO
               ADD 1 TO WS-QTD-ANTECIPADOS
           ELSE
           IF PN-ULT-AVALIACAO NOT = "C"
                   AND PN-DATA-ALVO < WS-HOJE
               MOVE "DATA ALVO VENCIDA" TO RL-OBSERVACAO
           END-IF
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-QTD-SECAO.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "PlanosNutricao".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "PlanosNutricao".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "PlanosNutricao".

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "PlanosNutricao".
