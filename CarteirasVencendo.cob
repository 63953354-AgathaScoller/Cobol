       IDENTIFICATION DIVISION.
       PROGRAM-ID. CarteirasVencendo.

      *    Lista semanal para a recepcao da clinica das carteirinhas
      *    de convenio (PM-VALIDADE-CARTEIRA do cadastro mestre de
      *    pacientes) que vencem nos proximos 30 dias, para pedir a
      *    carteirinha nova na proxima vinda do paciente - visita
      *    com carteirinha vencida e cobrada como particular pelo
      *    lote de IMC. Lista tambem os pacientes de convenio sem a
      *    validade cadastrada. So gera a lista no ultimo lote da
      *    semana (o proximo dia util, pelo CalendarioCorp, ja cai
      *    na semana seguinte), no molde de FecharSaldosAno; nos
      *    demais dias nao faz nada. Relatorio em
      *    data/carteiras_vencendo.txt, enviado ao spool.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PACIENTE-MASTER-FILE ASSIGN TO
                   "data/pacientes_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CONVENIO-FILE ASSIGN TO "data/convenios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-CODIGO
               FILE STATUS IS WS-CONVENIO-STATUS.

           SELECT CARTEIRA-REPORT ASSIGN TO
                   "data/carteiras_vencendo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "SPOOLSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  PACIENTE-MASTER-FILE.
       COPY "PACREC.CPY".

       FD  CONVENIO-FILE.
       COPY "CONVREC.CPY".

      *    Colunas 1-30 com ID e nome, como na agenda de retorno.
       FD  CARTEIRA-REPORT.
       01  REPORT-LINE.
           05 RL-ID             PIC X(10).
           05 RL-NOME           PIC X(20).
           05 FILLER            PIC X(2).
           05 RL-CONVENIO       PIC X(20).
           05 FILLER            PIC X(2).
           05 RL-CARTEIRA       PIC X(20).
           05 FILLER            PIC X(2).
           05 RL-VALIDADE       PIC X(8).
           05 FILLER            PIC X(48).

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
       01 WS-MASTER-STATUS    PIC XX.
       01 WS-CONVENIO-STATUS  PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-EOF-MASTER       PIC X VALUE "N".
           88 FIM-MASTER          VALUE "S".
       01 WS-HOJE             PIC 9(8).
       01 WS-DATA-BASE        PIC 9(8).
       01 WS-PROXIMO-UTIL     PIC 9(8).
       01 WS-LIMITE           PIC 9(8).
       01 WS-CAL-OPERACAO     PIC X(1).
       01 WS-CAL-NOME-DIA     PIC X(10).
       01 WS-CAL-RESULTADO    PIC 9(8).
      *    Dia da semana de hoje: 1 segunda ... 7 domingo.
       01 WS-DIA-SEMANA       PIC 9(1).
       01 WS-DIAS-ATE-PROXIMO PIC 9(3).
       01 WS-SITUACAO-CARTEIRA PIC X(1).
      *    "V" lista das que vencem; "N" lista das sem validade.
       01 WS-SECAO            PIC X(1).
       01 WS-QTD-PACIENTES    PIC 9(7) VALUE 0.
       01 WS-QTD-VENCENDO     PIC 9(6) VALUE 0.
       01 WS-QTD-SEM-VALIDADE PIC 9(6) VALUE 0.
       01 WS-QTD-SECAO        PIC 9(6).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           PERFORM APURAR-FIM-DE-SEMANA

           IF WS-DIA-SEMANA + WS-DIAS-ATE-PROXIMO NOT > 7
               DISPLAY "Fora do ultimo lote da semana - sem lista."
           ELSE
               PERFORM GERAR-LISTA
           END-IF

           IF WS-QTD-VENCENDO > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-PACIENTES TO CT-LIDOS
           MOVE WS-QTD-VENCENDO TO CT-GRAVADOS
           MOVE 0 TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-QTD-SEM-VALIDADE TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-PACIENTES TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

      *    Ultimo lote da semana: a distancia ate o proximo dia util
      *    passa do domingo desta semana.
       APURAR-FIM-DE-SEMANA.
           MOVE "S" TO WS-CAL-OPERACAO
           CALL "CalendarioCorp" USING WS-CAL-OPERACAO
               WS-HOJE WS-CAL-RESULTADO WS-CAL-NOME-DIA
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

           COMPUTE WS-DATA-BASE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + 1)
           MOVE "U" TO WS-CAL-OPERACAO
           CALL "CalendarioCorp" USING WS-CAL-OPERACAO
               WS-DATA-BASE WS-PROXIMO-UTIL WS-CAL-NOME-DIA
           END-CALL
           COMPUTE WS-DIAS-ATE-PROXIMO =
               FUNCTION INTEGER-OF-DATE(WS-PROXIMO-UTIL)
               - FUNCTION INTEGER-OF-DATE(WS-HOJE).

       GERAR-LISTA.
           COMPUTE WS-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + 30)

           OPEN INPUT PACIENTE-MASTER-FILE
           MOVE "pacientes_master.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-MASTER-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           OPEN INPUT CONVENIO-FILE

           OPEN OUTPUT CARTEIRA-REPORT
           MOVE "carteiras_vencendo.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Carteirinhas de convenio vencendo ate "
                      DELIMITED BY SIZE
                  WS-LIMITE DELIMITED BY SIZE
                  " - lista da recepcao de " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM GRAVAR-CABECALHO

           MOVE "V" TO WS-SECAO
           PERFORM VARRER-PACIENTES
           MOVE WS-QTD-SECAO TO WS-QTD-VENCENDO
           IF WS-QTD-VENCENDO = 0
               MOVE SPACES TO REPORT-LINE
               MOVE "  nenhuma" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PACIENTES DE CONVENIO SEM VALIDADE CADASTRADA"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM GRAVAR-CABECALHO

           MOVE "N" TO WS-SECAO
           PERFORM VARRER-PACIENTES
           MOVE WS-QTD-SECAO TO WS-QTD-SEM-VALIDADE
           IF WS-QTD-SEM-VALIDADE = 0
               MOVE SPACES TO REPORT-LINE
               MOVE "  nenhum" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Vencendo: " DELIMITED BY SIZE
                  WS-QTD-VENCENDO DELIMITED BY SIZE
                  "  Sem validade: " DELIMITED BY SIZE
                  WS-QTD-SEM-VALIDADE DELIMITED BY SIZE
                  "  Pacientes lidos: " DELIMITED BY SIZE
                  WS-QTD-PACIENTES DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE CARTEIRA-REPORT
           IF WS-CONVENIO-STATUS = "00" OR WS-CONVENIO-STATUS = "10"
               CLOSE CONVENIO-FILE
           END-IF
           CLOSE PACIENTE-MASTER-FILE

           MOVE "data/carteiras_vencendo.txt" TO WS-SPOOL-ORIG-NOME
           PERFORM REGISTRAR-SPOOL

           DISPLAY "Carteirinhas vencendo ate " WS-LIMITE ": "
                   WS-QTD-VENCENDO " (sem validade: "
                   WS-QTD-SEM-VALIDADE ")".

       GRAVAR-CABECALHO.
           MOVE SPACES TO REPORT-LINE
           MOVE "ID" TO RL-ID
           MOVE "NOME" TO RL-NOME
           MOVE "CONVENIO" TO RL-CONVENIO
           MOVE "CARTEIRINHA" TO RL-CARTEIRA
           MOVE "VALIDADE" TO RL-VALIDADE
           WRITE REPORT-LINE.

      *    Uma passada no cadastro por secao do relatorio; a
      *    contagem de lidos vale a primeira.
       VARRER-PACIENTES.
           MOVE 0 TO WS-QTD-SECAO
           MOVE "N" TO WS-EOF-MASTER
           MOVE LOW-VALUES TO PM-ID
           START PACIENTE-MASTER-FILE KEY NOT < PM-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-MASTER
           END-START

           PERFORM UNTIL FIM-MASTER
               READ PACIENTE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-MASTER
                   NOT AT END
                       IF WS-SECAO = "V"
                           ADD 1 TO WS-QTD-PACIENTES
                       END-IF
                       PERFORM AVALIAR-CARTEIRA
                       PERFORM SELECIONAR-PACIENTE
               END-READ
           END-PERFORM.

      *    Valida hoje e vencendo ate o limite: a carteirinha ja
      *    vencida sai na lista de visitas cobradas como particular
      *    do lote de IMC.
       SELECIONAR-PACIENTE.
           IF WS-SECAO = "V"
               IF WS-SITUACAO-CARTEIRA = "V"
                       AND PM-VALIDADE-CARTEIRA NOT > WS-LIMITE
                   PERFORM GRAVAR-LINHA-PACIENTE
               END-IF
           ELSE
               IF WS-SITUACAO-CARTEIRA = "N"
                   PERFORM GRAVAR-LINHA-PACIENTE
               END-IF
           END-IF.

       GRAVAR-LINHA-PACIENTE.
           MOVE SPACES TO REPORT-LINE
           MOVE PM-ID TO RL-ID
           MOVE PM-NOME TO RL-NOME
           MOVE PM-CONVENIO TO RL-CONVENIO
           IF WS-CONVENIO-STATUS = "00"
               MOVE PM-CONVENIO TO CV-CODIGO
               READ CONVENIO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CV-NOME TO RL-CONVENIO
               END-READ
           END-IF
           MOVE PM-CARTEIRA TO RL-CARTEIRA
           IF WS-SITUACAO-CARTEIRA = "V"
               MOVE PM-VALIDADE-CARTEIRA TO RL-VALIDADE
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-QTD-SECAO.

           COPY "CARTCHK.CPY" REPLACING
               ROTINA-NOME     BY AVALIAR-CARTEIRA
               DATA-REFERENCIA BY WS-HOJE
               FLAG-SITUACAO   BY WS-SITUACAO-CARTEIRA.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "CarteirasVencendo".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "CarteirasVencendo".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "CarteirasVencendo".

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "CarteirasVencendo".
