       IDENTIFICATION DIVISION.
       PROGRAM-ID. ImportarExames.

      *    Importacao diaria dos resultados do laboratorio parceiro
      *    (glicemia de jejum, colesterol total, HDL e triglicerides),
      *    que antes chegavam em papel e nunca entravam no escore de
      *    risco. Cada linha de data/exames_entrada.dat (uma coleta,
      *    chave PM-ID + data da coleta) e conferida contra o cadastro
      *    mestre de pacientes e contra faixas plausiveis, e a valida
      *    vai para o historico de exames data/exames_laboratorio.dat
      *    (LABREC.CPY), que RiscoCardio consulta. Coleta ja
      *    importada com a mesma chave e regravada (correcao do
      *    laboratorio), de modo que reprocessar o arquivo do dia nao
      *    duplica nada. Linha rejeitada vai para o relatorio de
      *    excecoes da recepcao data/exames_excecoes.txt (spool), com
      *    o motivo; havendo rejeicao o passo termina com RC 4.
      *    Arquivo do dia ausente nao e erro: o laboratorio nao
      *    manda nada em dia sem coleta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "data/exames_entrada.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.

           SELECT PACIENTE-MASTER-FILE ASSIGN TO
                   "data/pacientes_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT EXAME-LAB-FILE ASSIGN TO
                   "data/exames_laboratorio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-CHAVE
               FILE STATUS IS WS-EXAME-STATUS.

           SELECT EXCECOES-REPORT ASSIGN TO "data/exames_excecoes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCECOES-STATUS.

           COPY "SPOOLSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
       01  ENTRADA-REC.
           05 LE-PM-ID          PIC X(10).
           05 LE-DATA-COLETA    PIC 9(8).
           05 LE-GLICEMIA       PIC 9(3).
           05 LE-COLESTEROL     PIC 9(3).
           05 LE-HDL            PIC 9(3).
           05 LE-TRIGLICERIDES  PIC 9(4).

       FD  PACIENTE-MASTER-FILE.
       COPY "PACREC.CPY".

       FD  EXAME-LAB-FILE.
       COPY "LABREC.CPY".

       FD  EXCECOES-REPORT.
       01  EXCECOES-LINE        PIC X(80).

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
       01 WS-ENTRADA-STATUS   PIC XX.
       01 WS-MASTER-STATUS    PIC XX.
       01 WS-EXAME-STATUS     PIC XX.
       01 WS-EXCECOES-STATUS  PIC XX.
       01 WS-HOJE             PIC 9(8).
       01 WS-EOF-ENTRADA      PIC X(1) VALUE "N".
           88 FIM-ENTRADA         VALUE "S".
       01 WS-MOTIVO-EXCECAO   PIC X(30).
       01 WS-QTD-LIDOS        PIC 9(6) VALUE 0.
       01 WS-QTD-GRAVADOS     PIC 9(6) VALUE 0.
       01 WS-QTD-CORRIGIDOS   PIC 9(6) VALUE 0.
       01 WS-QTD-EXCECOES     PIC 9(6) VALUE 0.
      *    Faixas plausiveis (mg/dL); zero = exame nao pedido.
       01 WS-VALOR-NUM        PIC 9(4).
       01 WS-VALOR-MINIMO     PIC 9(4).
       01 WS-VALOR-MAXIMO     PIC 9(4).
       01 WS-VALOR-VALIDO     PIC X(1).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           OPEN OUTPUT EXCECOES-REPORT
           MOVE "exames_excecoes.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-EXCECOES-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO EXCECOES-LINE
           STRING "Exames do laboratorio rejeitados em "
                      DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO EXCECOES-LINE
           END-STRING
           WRITE EXCECOES-LINE
           MOVE "PM-ID      COLETA   GLI COL HDL TRIG - MOTIVO"
               TO EXCECOES-LINE
           WRITE EXCECOES-LINE

           OPEN INPUT ENTRADA-FILE
           IF WS-ENTRADA-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-ENTRADA
               MOVE "Nenhum arquivo do laboratorio hoje."
                   TO EXCECOES-LINE
               WRITE EXCECOES-LINE
           ELSE
               OPEN INPUT PACIENTE-MASTER-FILE
               IF WS-MASTER-STATUS = "35"
                   OPEN OUTPUT PACIENTE-MASTER-FILE
                   CLOSE PACIENTE-MASTER-FILE
                   OPEN INPUT PACIENTE-MASTER-FILE
               END-IF
               MOVE "pacientes_master.dat" TO WS-ERR-ARQUIVO
               MOVE "OPEN" TO WS-ERR-OPERACAO
               MOVE WS-MASTER-STATUS TO WS-ERR-STATUS-ALVO
               PERFORM TRATAR-ERRO-ARQUIVO

               OPEN I-O EXAME-LAB-FILE
               IF WS-EXAME-STATUS = "35"
                   OPEN OUTPUT EXAME-LAB-FILE
                   CLOSE EXAME-LAB-FILE
                   OPEN I-O EXAME-LAB-FILE
               END-IF
               MOVE "exames_laboratorio.dat" TO WS-ERR-ARQUIVO
               MOVE "OPEN" TO WS-ERR-OPERACAO
               MOVE WS-EXAME-STATUS TO WS-ERR-STATUS-ALVO
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF

           PERFORM UNTIL FIM-ENTRADA
               READ ENTRADA-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ENTRADA
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM PROCESSAR-EXAME
               END-READ
           END-PERFORM

           IF WS-ENTRADA-STATUS = "00" OR WS-ENTRADA-STATUS = "10"
               CLOSE ENTRADA-FILE
               CLOSE PACIENTE-MASTER-FILE
               CLOSE EXAME-LAB-FILE
           END-IF

           MOVE SPACES TO EXCECOES-LINE
           STRING "Lidos: " DELIMITED BY SIZE
                  WS-QTD-LIDOS DELIMITED BY SIZE
                  "  Gravados: " DELIMITED BY SIZE
                  WS-QTD-GRAVADOS DELIMITED BY SIZE
                  "  Corrigidos: " DELIMITED BY SIZE
                  WS-QTD-CORRIGIDOS DELIMITED BY SIZE
                  "  Rejeitados: " DELIMITED BY SIZE
                  WS-QTD-EXCECOES DELIMITED BY SIZE
                  INTO EXCECOES-LINE
           END-STRING
           WRITE EXCECOES-LINE
           CLOSE EXCECOES-REPORT

           MOVE "data/exames_excecoes.txt" TO WS-SPOOL-ORIG-NOME
           PERFORM REGISTRAR-SPOOL

           DISPLAY "Exames importados: " WS-QTD-GRAVADOS
                   " novos, " WS-QTD-CORRIGIDOS " corrigidos, "
                   WS-QTD-EXCECOES " rejeitados."

           IF WS-QTD-EXCECOES > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-LIDOS TO CT-LIDOS
           COMPUTE CT-GRAVADOS = WS-QTD-GRAVADOS + WS-QTD-CORRIGIDOS
           MOVE WS-QTD-EXCECOES TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-QTD-CORRIGIDOS TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-LIDOS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

       PROCESSAR-EXAME.
           MOVE SPACES TO WS-MOTIVO-EXCECAO
           PERFORM VALIDAR-EXAME
           IF WS-MOTIVO-EXCECAO NOT = SPACES
               PERFORM GRAVAR-EXCECAO
           ELSE
               PERFORM GRAVAR-EXAME
           END-IF.

      *    A primeira regra que falhar da o motivo da rejeicao.
       VALIDAR-EXAME.
           IF LE-DATA-COLETA NOT NUMERIC OR LE-GLICEMIA NOT NUMERIC
                   OR LE-COLESTEROL NOT NUMERIC OR LE-HDL NOT NUMERIC
                   OR LE-TRIGLICERIDES NOT NUMERIC
               MOVE "campo nao numerico" TO WS-MOTIVO-EXCECAO
           END-IF

           IF WS-MOTIVO-EXCECAO = SPACES
               MOVE LE-PM-ID TO PM-ID
               READ PACIENTE-MASTER-FILE
                   INVALID KEY
                       MOVE "paciente nao cadastrado"
                           TO WS-MOTIVO-EXCECAO
               END-READ
           END-IF

           IF WS-MOTIVO-EXCECAO = SPACES
               IF FUNCTION TEST-DATE-YYYYMMDD(LE-DATA-COLETA) NOT = 0
                       OR LE-DATA-COLETA > WS-HOJE
                   MOVE "data de coleta invalida" TO WS-MOTIVO-EXCECAO
               END-IF
           END-IF

           IF WS-MOTIVO-EXCECAO = SPACES
               IF LE-GLICEMIA = 0 AND LE-COLESTEROL = 0
                       AND LE-HDL = 0 AND LE-TRIGLICERIDES = 0
                   MOVE "nenhum exame informado" TO WS-MOTIVO-EXCECAO
               END-IF
           END-IF

           IF WS-MOTIVO-EXCECAO = SPACES AND LE-GLICEMIA NOT = 0
               MOVE LE-GLICEMIA TO WS-VALOR-NUM
               MOVE 20 TO WS-VALOR-MINIMO
               MOVE 600 TO WS-VALOR-MAXIMO
               PERFORM VALIDAR-FAIXA-VALOR
               IF WS-VALOR-VALIDO = "N"
                   MOVE "glicemia fora da faixa" TO WS-MOTIVO-EXCECAO
               END-IF
           END-IF

           IF WS-MOTIVO-EXCECAO = SPACES AND LE-COLESTEROL NOT = 0
               MOVE LE-COLESTEROL TO WS-VALOR-NUM
               MOVE 50 TO WS-VALOR-MINIMO
               MOVE 500 TO WS-VALOR-MAXIMO
               PERFORM VALIDAR-FAIXA-VALOR
               IF WS-VALOR-VALIDO = "N"
                   MOVE "colesterol fora da faixa" TO WS-MOTIVO-EXCECAO
               END-IF
           END-IF

           IF WS-MOTIVO-EXCECAO = SPACES AND LE-HDL NOT = 0
               MOVE LE-HDL TO WS-VALOR-NUM
               MOVE 10 TO WS-VALOR-MINIMO
               MOVE 150 TO WS-VALOR-MAXIMO
               PERFORM VALIDAR-FAIXA-VALOR
               IF WS-VALOR-VALIDO = "N"
                   MOVE "HDL fora da faixa" TO WS-MOTIVO-EXCECAO
               END-IF
           END-IF

           IF WS-MOTIVO-EXCECAO = SPACES AND LE-TRIGLICERIDES NOT = 0
               MOVE LE-TRIGLICERIDES TO WS-VALOR-NUM
               MOVE 20 TO WS-VALOR-MINIMO
               MOVE 3000 TO WS-VALOR-MAXIMO
               PERFORM VALIDAR-FAIXA-VALOR
               IF WS-VALOR-VALIDO = "N"
                   MOVE "triglicerides fora da faixa"
                       TO WS-MOTIVO-EXCECAO
               END-IF
           END-IF

           IF WS-MOTIVO-EXCECAO = SPACES
               IF LE-HDL NOT = 0 AND LE-COLESTEROL NOT = 0
                       AND LE-HDL > LE-COLESTEROL
                   MOVE "HDL maior que o colesterol"
                       TO WS-MOTIVO-EXCECAO
               END-IF
           END-IF.

       GRAVAR-EXAME.
           MOVE LE-PM-ID TO LB-PM-ID
           MOVE LE-DATA-COLETA TO LB-DATA-COLETA
           MOVE LE-GLICEMIA TO LB-GLICEMIA
           MOVE LE-COLESTEROL TO LB-COLESTEROL
           MOVE LE-HDL TO LB-HDL
           MOVE LE-TRIGLICERIDES TO LB-TRIGLICERIDES
           MOVE WS-HOJE TO LB-DATA-IMPORT
           WRITE EXAME-LAB-REC
               INVALID KEY
                   REWRITE EXAME-LAB-REC
                   ADD 1 TO WS-QTD-CORRIGIDOS
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GRAVADOS
           END-WRITE.

       GRAVAR-EXCECAO.
           ADD 1 TO WS-QTD-EXCECOES
           MOVE SPACES TO EXCECOES-LINE
           STRING LE-PM-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LE-DATA-COLETA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LE-GLICEMIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LE-COLESTEROL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LE-HDL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LE-TRIGLICERIDES DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOTIVO-EXCECAO) DELIMITED BY SIZE
                  INTO EXCECOES-LINE
           END-STRING
           WRITE EXCECOES-LINE.

           COPY "RANGECHK.CPY" REPLACING
               ROTINA-NOME  BY VALIDAR-FAIXA-VALOR
               CAMPO-VALOR  BY WS-VALOR-NUM
               FAIXA-MINIMA BY WS-VALOR-MINIMO
               FAIXA-MAXIMA BY WS-VALOR-MAXIMO
               FLAG-VALIDO  BY WS-VALOR-VALIDO.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "ImportarExames".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "ImportarExames".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "ImportarExames".

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "ImportarExames".
