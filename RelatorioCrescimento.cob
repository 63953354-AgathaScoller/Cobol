       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioCrescimento.

      *    Relatorio semanal de crescimento e capacidade da area de
      *    dados (data/crescimento_relatorio.txt), a partir do
      *    historico gravado toda noite por ColetarCrescimento
      *    (data/crescimento_historico.dat). Para cada arquivo do
      *    catalogo (data/catalogo_arquivos.dat) e para a area
      *    inteira ("*TOTAL") mostra o tamanho atual, o crescimento
      *    em 4 e em 12 semanas e a taxa diaria medida nas 12
      *    semanas; com teto cadastrado, projeta a data em que o
      *    arquivo (ou a area) chega ao teto nessa taxa. Sem medicao
      *    tao antiga, a base e a primeira medicao do historico.
      *    Arquivo que cresceu nas 4 semanas e nao esta na retencao
      *    do ArquivarLogs sai marcado SEM RETENCAO. Marca, teto ja
      *    atingido ou projecao para os proximos 90 dias terminam o
      *    passo com RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO "data/catalogo_arquivos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT CRESCIMENTO-FILE ASSIGN TO
               "data/crescimento_historico.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRESCIMENTO-STATUS.

           SELECT CRESCIMENTO-REPORT ASSIGN TO
               "data/crescimento_relatorio.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE.
       COPY "CATARREC.CPY".

       FD  CRESCIMENTO-FILE.
       COPY "CRESHREC.CPY".

       FD  CRESCIMENTO-REPORT.
       01  REPORT-LINE          PIC X(132).

       COPY "RUNHFD.CPY".

       COPY "CTLFD.CPY".

       COPY "FERRFD.CPY".

       COPY "DNEGFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "RUNHWS.CPY".
       COPY "CTLWS.CPY".
           COPY "FERRWS.CPY".
           COPY "DNEGWS.CPY".
       01 WS-CATALOGO-STATUS    PIC XX.
       01 WS-CRESCIMENTO-STATUS PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-EOF-CATALOGO       PIC X VALUE "N".
           88 FIM-CATALOGO          VALUE "S".
       01 WS-EOF-CRESCIMENTO    PIC X VALUE "N".
           88 FIM-CRESCIMENTO       VALUE "S".
       01 WS-HOJE               PIC 9(8).
       01 WS-INT-HOJE           PIC 9(8).
       01 WS-DATA-4SEM          PIC 9(8).
       01 WS-DATA-12SEM         PIC 9(8).
       01 WS-DATA-PROJECAO      PIC 9(8).
       01 WS-IDX                PIC 9(3).
       01 WS-IDX-TOTAL          PIC 9(3) VALUE 0.
       01 WS-ACHOU              PIC X(1).
           88 ARQUIVO-ACHADO        VALUE "S".
       01 WS-QTD-ARQUIVOS       PIC 9(3) VALUE 0.
       01 WS-QTD-HISTORICO      PIC 9(8) VALUE 0.
       01 WS-QTD-SEM-RETENCAO   PIC 9(4) VALUE 0.
       01 WS-QTD-TETO-PROXIMO   PIC 9(4) VALUE 0.
       01 WS-CRESC-4SEM         PIC S9(12).
       01 WS-CRESC-12SEM        PIC S9(12).
       01 WS-DIAS-BASE          PIC 9(5).
       01 WS-TAXA-DIA           PIC S9(12)V99.
       01 WS-LIMITE-BYTES       PIC 9(14).
       01 WS-DIAS-PROJECAO      PIC 9(9).
       01 WS-PROJECAO-TEXTO     PIC X(15).
       01 WS-MARCA              PIC X(12).
       01 WS-KB-EDIT            PIC Z(9)9.
       01 WS-KB-SINAL-EDIT      PIC -(9)9.
       01 WS-TAXA-EDIT          PIC -(7)9.
       01 WS-TETO-EDIT          PIC Z(6)9.
       01 WS-TOTAL-KB           PIC 9(10)V99 VALUE 0.
      *    Um arquivo do catalogo por linha, mais a linha "*TOTAL";
      *    DT = data e BY = bytes de cada medicao guardada: a atual
      *    (ultima ate hoje), a primeira do historico e as ultimas
      *    ate 4 e ate 12 semanas atras.
       01 WS-TAB-ARQUIVOS.
           05 WS-ARQ OCCURS 200 TIMES.
               10 WS-ARQ-NOME      PIC X(40).
               10 WS-ARQ-CLASSE    PIC X(1).
               10 WS-ARQ-TETO-MB   PIC 9(7).
               10 WS-ARQ-RETENCAO  PIC X(1).
               10 WS-ARQ-DT-ATUAL  PIC 9(8).
               10 WS-ARQ-BY-ATUAL  PIC 9(12).
               10 WS-ARQ-DT-PRIM   PIC 9(8).
               10 WS-ARQ-BY-PRIM   PIC 9(12).
               10 WS-ARQ-DT-4SEM   PIC 9(8).
               10 WS-ARQ-BY-4SEM   PIC 9(12).
               10 WS-ARQ-DT-12SEM  PIC 9(8).
               10 WS-ARQ-BY-12SEM  PIC 9(12).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO
           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-HOJE)
           COMPUTE WS-DATA-4SEM =
               FUNCTION DATE-OF-INTEGER(WS-INT-HOJE - 28)
           COMPUTE WS-DATA-12SEM =
               FUNCTION DATE-OF-INTEGER(WS-INT-HOJE - 84)
           INITIALIZE WS-TAB-ARQUIVOS

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           PERFORM CARREGAR-CATALOGO
           PERFORM CARREGAR-HISTORICO

           OPEN OUTPUT CRESCIMENTO-REPORT
           MOVE "crescimento_relatorio.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Crescimento e capacidade da area de dados em "
                      DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " (bases: " DELIMITED BY SIZE
                  WS-DATA-4SEM DELIMITED BY SIZE
                  " e " DELIMITED BY SIZE
                  WS-DATA-12SEM DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ARQUIVO                        C   ATUAL KB"
                      DELIMITED BY SIZE
                  "    +4 SEM KB   +12 SEM KB  KB/DIA  TETO MB"
                      DELIMITED BY SIZE
                  " TETO EM         MARCA" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ARQUIVOS
               IF WS-IDX NOT = WS-IDX-TOTAL
                   PERFORM LISTAR-ARQUIVO
               END-IF
           END-PERFORM
           MOVE WS-IDX-TOTAL TO WS-IDX
           PERFORM LISTAR-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Arquivos: " DELIMITED BY SIZE
                  WS-QTD-ARQUIVOS DELIMITED BY SIZE
                  "  Medicoes lidas: " DELIMITED BY SIZE
                  WS-QTD-HISTORICO DELIMITED BY SIZE
                  "  Sem retencao: " DELIMITED BY SIZE
                  WS-QTD-SEM-RETENCAO DELIMITED BY SIZE
                  "  Teto em 90 dias: " DELIMITED BY SIZE
                  WS-QTD-TETO-PROXIMO DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE CRESCIMENTO-REPORT

           DISPLAY "Crescimento: " WS-QTD-ARQUIVOS " arquivos, "
                   WS-QTD-SEM-RETENCAO " sem retencao, "
                   WS-QTD-TETO-PROXIMO " no teto em ate 90 dias."

           IF WS-QTD-SEM-RETENCAO > 0 OR WS-QTD-TETO-PROXIMO > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-HISTORICO TO CT-LIDOS
           MOVE WS-QTD-ARQUIVOS TO CT-GRAVADOS
           MOVE 0 TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-TOTAL-KB TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-HISTORICO TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

      *    Monta a tabela com os arquivos do catalogo; a linha da
      *    area ("A") vira a entrada "*TOTAL" com o teto da area.
      *    Sem essa linha no catalogo, o total entra sem teto.
       CARREGAR-CATALOGO.
           OPEN INPUT CATALOGO-FILE
           IF WS-CATALOGO-STATUS NOT = "00"
               DISPLAY "Catalogo de arquivos ausente "
                       "(data/catalogo_arquivos.dat)."
               MOVE "S" TO WS-EOF-CATALOGO
           END-IF

           PERFORM UNTIL FIM-CATALOGO
               READ CATALOGO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-CATALOGO
                   NOT AT END
                       IF CA-ARQUIVO NOT = SPACES
                               AND WS-QTD-ARQUIVOS < 199
                           ADD 1 TO WS-QTD-ARQUIVOS
                           MOVE WS-QTD-ARQUIVOS TO WS-IDX
                           MOVE CA-ARQUIVO TO WS-ARQ-NOME(WS-IDX)
                           MOVE CA-CLASSE TO WS-ARQ-CLASSE(WS-IDX)
                           MOVE CA-TETO-MB TO WS-ARQ-TETO-MB(WS-IDX)
                           MOVE CA-RETENCAO
                               TO WS-ARQ-RETENCAO(WS-IDX)
                           IF CA-CLASSE = "A"
                               MOVE "*TOTAL" TO WS-ARQ-NOME(WS-IDX)
                               MOVE WS-IDX TO WS-IDX-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CATALOGO-STATUS = "00" OR WS-CATALOGO-STATUS = "10"
               CLOSE CATALOGO-FILE
           END-IF

           IF WS-IDX-TOTAL = 0
               ADD 1 TO WS-QTD-ARQUIVOS
               MOVE WS-QTD-ARQUIVOS TO WS-IDX-TOTAL
               MOVE "*TOTAL" TO WS-ARQ-NOME(WS-IDX-TOTAL)
               MOVE "A" TO WS-ARQ-CLASSE(WS-IDX-TOTAL)
               MOVE 0 TO WS-ARQ-TETO-MB(WS-IDX-TOTAL)
               MOVE "N" TO WS-ARQ-RETENCAO(WS-IDX-TOTAL)
           END-IF.

      *    Percorre o historico e guarda, por arquivo, as medicoes
      *    de referencia. Medicao posterior a hoje (reprocessamento
      *    de uma data antiga) e ignorada.
       CARREGAR-HISTORICO.
           OPEN INPUT CRESCIMENTO-FILE
           IF WS-CRESCIMENTO-STATUS NOT = "00"
               DISPLAY "Historico de crescimento ainda vazio "
                       "(data/crescimento_historico.dat)."
               MOVE "S" TO WS-EOF-CRESCIMENTO
           END-IF

           PERFORM UNTIL FIM-CRESCIMENTO
               READ CRESCIMENTO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-CRESCIMENTO
                   NOT AT END
                       IF GH-DATA IS NUMERIC AND GH-DATA <= WS-HOJE
                           ADD 1 TO WS-QTD-HISTORICO
                           PERFORM GUARDAR-MEDICAO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CRESCIMENTO-STATUS = "00"
                   OR WS-CRESCIMENTO-STATUS = "10"
               CLOSE CRESCIMENTO-FILE
           END-IF.

       GUARDAR-MEDICAO.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ARQUIVOS OR ARQUIVO-ACHADO
               IF WS-ARQ-NOME(WS-IDX) = GH-ARQUIVO
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM

           IF ARQUIVO-ACHADO
               SUBTRACT 1 FROM WS-IDX
               IF WS-ARQ-DT-PRIM(WS-IDX) = 0
                       OR GH-DATA < WS-ARQ-DT-PRIM(WS-IDX)
                   MOVE GH-DATA TO WS-ARQ-DT-PRIM(WS-IDX)
                   MOVE GH-BYTES TO WS-ARQ-BY-PRIM(WS-IDX)
               END-IF
               IF GH-DATA >= WS-ARQ-DT-ATUAL(WS-IDX)
                   MOVE GH-DATA TO WS-ARQ-DT-ATUAL(WS-IDX)
                   MOVE GH-BYTES TO WS-ARQ-BY-ATUAL(WS-IDX)
               END-IF
               IF GH-DATA <= WS-DATA-4SEM
                       AND GH-DATA >= WS-ARQ-DT-4SEM(WS-IDX)
                   MOVE GH-DATA TO WS-ARQ-DT-4SEM(WS-IDX)
                   MOVE GH-BYTES TO WS-ARQ-BY-4SEM(WS-IDX)
               END-IF
               IF GH-DATA <= WS-DATA-12SEM
                       AND GH-DATA >= WS-ARQ-DT-12SEM(WS-IDX)
                   MOVE GH-DATA TO WS-ARQ-DT-12SEM(WS-IDX)
                   MOVE GH-BYTES TO WS-ARQ-BY-12SEM(WS-IDX)
               END-IF
           END-IF.

      *    Linha de um arquivo: crescimento sobre as bases de 4 e 12
      *    semanas (ou a primeira medicao, se o historico for mais
      *    curto), taxa diaria desde a base de 12 semanas e projecao
      *    do teto nessa taxa.
       LISTAR-ARQUIVO.
           IF WS-ARQ-DT-4SEM(WS-IDX) = 0
               MOVE WS-ARQ-DT-PRIM(WS-IDX) TO WS-ARQ-DT-4SEM(WS-IDX)
               MOVE WS-ARQ-BY-PRIM(WS-IDX) TO WS-ARQ-BY-4SEM(WS-IDX)
           END-IF
           IF WS-ARQ-DT-12SEM(WS-IDX) = 0
               MOVE WS-ARQ-DT-PRIM(WS-IDX) TO WS-ARQ-DT-12SEM(WS-IDX)
               MOVE WS-ARQ-BY-PRIM(WS-IDX) TO WS-ARQ-BY-12SEM(WS-IDX)
           END-IF

           COMPUTE WS-CRESC-4SEM = WS-ARQ-BY-ATUAL(WS-IDX)
               - WS-ARQ-BY-4SEM(WS-IDX)
           COMPUTE WS-CRESC-12SEM = WS-ARQ-BY-ATUAL(WS-IDX)
               - WS-ARQ-BY-12SEM(WS-IDX)
           MOVE 0 TO WS-DIAS-BASE
           MOVE 0 TO WS-TAXA-DIA
           IF WS-ARQ-DT-ATUAL(WS-IDX) > WS-ARQ-DT-12SEM(WS-IDX)
               COMPUTE WS-DIAS-BASE =
                   FUNCTION INTEGER-OF-DATE(WS-ARQ-DT-ATUAL(WS-IDX))
                   - FUNCTION INTEGER-OF-DATE(WS-ARQ-DT-12SEM(WS-IDX))
               COMPUTE WS-TAXA-DIA = WS-CRESC-12SEM / WS-DIAS-BASE
           END-IF

           PERFORM PROJETAR-TETO

           MOVE SPACES TO WS-MARCA
           IF WS-CRESC-4SEM > 0 AND WS-ARQ-RETENCAO(WS-IDX) NOT = "S"
                   AND WS-ARQ-CLASSE(WS-IDX) NOT = "A"
               MOVE "SEM RETENCAO" TO WS-MARCA
               ADD 1 TO WS-QTD-SEM-RETENCAO
           END-IF

           MOVE SPACES TO REPORT-LINE
           MOVE WS-ARQ-NOME(WS-IDX) TO REPORT-LINE(1:30)
           MOVE WS-ARQ-CLASSE(WS-IDX) TO REPORT-LINE(32:1)
           IF WS-ARQ-DT-ATUAL(WS-IDX) = 0
               MOVE "sem medicao" TO REPORT-LINE(34:11)
           ELSE
               COMPUTE WS-KB-EDIT = WS-ARQ-BY-ATUAL(WS-IDX) / 1024
               MOVE WS-KB-EDIT TO REPORT-LINE(34:10)
               COMPUTE WS-KB-SINAL-EDIT = WS-CRESC-4SEM / 1024
               MOVE WS-KB-SINAL-EDIT TO REPORT-LINE(45:10)
               COMPUTE WS-KB-SINAL-EDIT = WS-CRESC-12SEM / 1024
               MOVE WS-KB-SINAL-EDIT TO REPORT-LINE(58:10)
               COMPUTE WS-TAXA-EDIT = WS-TAXA-DIA / 1024
               MOVE WS-TAXA-EDIT TO REPORT-LINE(69:8)
           END-IF
           IF WS-ARQ-TETO-MB(WS-IDX) > 0
               MOVE WS-ARQ-TETO-MB(WS-IDX) TO WS-TETO-EDIT
               MOVE WS-TETO-EDIT TO REPORT-LINE(78:7)
           END-IF
           MOVE WS-PROJECAO-TEXTO TO REPORT-LINE(86:15)
           MOVE WS-MARCA TO REPORT-LINE(102:12)
           WRITE REPORT-LINE

           IF WS-IDX = WS-IDX-TOTAL
               COMPUTE WS-TOTAL-KB = WS-ARQ-BY-ATUAL(WS-IDX) / 1024
           END-IF.

      *    Dias ate o teto = bytes que faltam / taxa diaria. Acima de
      *    10 anos a data nao e calculada.
       PROJETAR-TETO.
           MOVE SPACES TO WS-PROJECAO-TEXTO
           IF WS-ARQ-TETO-MB(WS-IDX) > 0
                   AND WS-ARQ-DT-ATUAL(WS-IDX) > 0
               COMPUTE WS-LIMITE-BYTES =
                   WS-ARQ-TETO-MB(WS-IDX) * 1048576
               IF WS-ARQ-BY-ATUAL(WS-IDX) >= WS-LIMITE-BYTES
                   MOVE "TETO ATINGIDO" TO WS-PROJECAO-TEXTO
                   ADD 1 TO WS-QTD-TETO-PROXIMO
               ELSE
                   IF WS-TAXA-DIA > 0
                       COMPUTE WS-DIAS-PROJECAO = (WS-LIMITE-BYTES
                           - WS-ARQ-BY-ATUAL(WS-IDX)) / WS-TAXA-DIA
                       IF WS-DIAS-PROJECAO > 3650
                           MOVE "mais de 10 anos" TO WS-PROJECAO-TEXTO
                       ELSE
                           COMPUTE WS-DATA-PROJECAO =
                               FUNCTION DATE-OF-INTEGER(
                                   WS-INT-HOJE + WS-DIAS-PROJECAO)
                           MOVE WS-DATA-PROJECAO TO WS-PROJECAO-TEXTO
                           IF WS-DIAS-PROJECAO <= 90
                               ADD 1 TO WS-QTD-TETO-PROXIMO
                           END-IF
                       END-IF
                   ELSE
                       MOVE "sem crescimento" TO WS-PROJECAO-TEXTO
                   END-IF
               END-IF
           END-IF.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "RelatorioCrescimento".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "RelatorioCrescimento".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "RelatorioCrescimento".
