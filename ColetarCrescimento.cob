       IDENTIFICATION DIVISION.
       PROGRAM-ID. ColetarCrescimento.

      *    Coleta noturna do tamanho dos arquivos da area de dados:
      *    para cada arquivo do catalogo (data/catalogo_arquivos.dat,
      *    layout CATARREC.CPY) grava no historico de crescimento
      *    (data/crescimento_historico.dat) a quantidade de registros
      *    e o tamanho em bytes na data de negocio, mais uma linha
      *    "*TOTAL" com a soma da area. Mestre indexado e medido pela
      *    descarga do dia do ExportarMasters (contagem do trailer
      *    vezes o tamanho do registro), ja que o tamanho fisico do
      *    indexado nao se le linha a linha; sem descarga do dia o
      *    mestre fica sem medicao e o passo termina com RC 4.
      *    Movimentos, logs e relatorios sao lidos linha a linha;
      *    arquivo ausente entra com zero. As copias de spool entram
      *    somadas numa linha so, uma vez por copia catalogada. O
      *    relatorio semanal sai em RelatorioCrescimento.
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

           SELECT MEDIDO-FILE ASSIGN TO DYNAMIC WS-MEDIDO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEDIDO-STATUS.

           SELECT SPOOL-CAT-FILE ASSIGN TO "data/spool_catalogo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-CAT-STATUS.

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

      *    Registro generico: linha do arquivo medido ou, no mestre,
      *    linha da descarga (tipo "R"/"T" + dados, como gravada pelo
      *    ExportarMasters).
       FD  MEDIDO-FILE.
       01  MEDIDO-REC           PIC X(512).
       01  MEDIDO-BACKUP-REC.
           05 MB-TIPO           PIC X(1).
           05 MB-QTD-TRAILER    PIC X(8).
           05 FILLER            PIC X(503).

       FD  SPOOL-CAT-FILE.
       01  SPOOL-CAT-REC.
           05 SP-PROGRAMA       PIC X(20).
           05 SP-DATA           PIC 9(8).
           05 SP-HORA           PIC 9(8).
           05 SP-GERACAO        PIC 9(3).
           05 SP-ARQUIVO        PIC X(44).
           05 SP-DESTINO        PIC X(10).

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
       01 WS-MEDIDO-STATUS      PIC XX.
       01 WS-SPOOL-CAT-STATUS   PIC XX.
       01 WS-EOF-CATALOGO       PIC X VALUE "N".
           88 FIM-CATALOGO          VALUE "S".
       01 WS-EOF-MEDIDO         PIC X VALUE "N".
           88 FIM-MEDIDO            VALUE "S".
       01 WS-EOF-SPOOL          PIC X VALUE "N".
           88 FIM-SPOOL             VALUE "S".
       01 WS-MEDIDO-NOME        PIC X(60).
       01 WS-HOJE               PIC 9(8).
       01 WS-DATA-SISTEMA       PIC 9(8).
       01 WS-DATA-DESCARGA      PIC 9(8).
       01 WS-MEDIU              PIC X(1).
           88 ARQUIVO-MEDIDO        VALUE "S".
       01 WS-TAM-LINHA          PIC 9(5).
       01 WS-REGISTROS          PIC 9(10).
       01 WS-BYTES              PIC 9(12).
       01 WS-QTD-TRAILER        PIC 9(8).
       01 WS-TOT-REGISTROS      PIC 9(10) VALUE 0.
       01 WS-TOT-BYTES          PIC 9(12) VALUE 0.
       01 WS-QTD-CATALOGO       PIC 9(6) VALUE 0.
       01 WS-QTD-GRAVADOS       PIC 9(6) VALUE 0.
       01 WS-QTD-SEM-MEDIDA     PIC 9(6) VALUE 0.
       01 WS-MB-EDIT            PIC Z(8)9.
      *    Copias de spool ja somadas nesta coleta (a mesma copia
      *    aparece de novo no catalogo quando a geracao e reusada).
       01 WS-QTD-COPIAS         PIC 9(4) VALUE 0.
       01 WS-IDX-COPIA          PIC 9(4).
       01 WS-COPIA-REPETIDA     PIC X(1).
           88 COPIA-JA-SOMADA       VALUE "S".
       01 WS-TAB-COPIAS.
           05 WS-COPIA-NOME OCCURS 999 TIMES PIC X(44).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           OPEN INPUT CATALOGO-FILE
           IF WS-CATALOGO-STATUS NOT = "00"
               DISPLAY "Catalogo de arquivos ausente "
                       "(data/catalogo_arquivos.dat) - nada medido."
               MOVE "S" TO WS-EOF-CATALOGO
               MOVE 4 TO RETURN-CODE
           END-IF

           OPEN EXTEND CRESCIMENTO-FILE
           IF WS-CRESCIMENTO-STATUS = "35"
               OPEN OUTPUT CRESCIMENTO-FILE
           END-IF
           MOVE "crescimento_historico.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-CRESCIMENTO-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           PERFORM UNTIL FIM-CATALOGO
               READ CATALOGO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-CATALOGO
                   NOT AT END
                       IF CA-ARQUIVO NOT = SPACES
                               AND CA-CLASSE NOT = "A"
                           ADD 1 TO WS-QTD-CATALOGO
                           PERFORM MEDIR-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CATALOGO-STATUS = "00" OR WS-CATALOGO-STATUS = "10"
               CLOSE CATALOGO-FILE
           END-IF

           MOVE WS-HOJE TO GH-DATA
           MOVE "*TOTAL" TO GH-ARQUIVO
           MOVE "A" TO GH-CLASSE
           MOVE WS-TOT-REGISTROS TO GH-REGISTROS
           MOVE WS-TOT-BYTES TO GH-BYTES
           WRITE CRESCIMENTO-REC
           ADD 1 TO WS-QTD-GRAVADOS

           CLOSE CRESCIMENTO-FILE

           COMPUTE WS-MB-EDIT = WS-TOT-BYTES / 1048576
           DISPLAY "Crescimento: " WS-QTD-CATALOGO
                   " arquivos no catalogo, " WS-QTD-SEM-MEDIDA
                   " sem medicao, area total " WS-MB-EDIT " MB."

           IF WS-QTD-SEM-MEDIDA > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-CATALOGO TO CT-LIDOS
           MOVE WS-QTD-GRAVADOS TO CT-GRAVADOS
           MOVE WS-QTD-SEM-MEDIDA TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-TOT-REGISTROS TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-CATALOGO TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

      *    Mede um arquivo do catalogo conforme a classe e grava a
      *    linha do historico (a linha "A" da area so traz o teto e
      *    nao chega aqui).
       MEDIR-ARQUIVO.
           MOVE 0 TO WS-REGISTROS
           MOVE 0 TO WS-BYTES
           MOVE "S" TO WS-MEDIU
           EVALUATE CA-CLASSE
               WHEN "M"
                   PERFORM MEDIR-MESTRE
               WHEN "S"
                   PERFORM MEDIR-COPIAS-SPOOL
               WHEN OTHER
                   MOVE SPACES TO WS-MEDIDO-NOME
                   STRING "data/" DELIMITED BY SIZE
                          FUNCTION TRIM(CA-ARQUIVO) DELIMITED BY SIZE
                          INTO WS-MEDIDO-NOME
                   END-STRING
                   PERFORM MEDIR-SEQUENCIAL
           END-EVALUATE

           IF ARQUIVO-MEDIDO
               MOVE WS-HOJE TO GH-DATA
               MOVE CA-ARQUIVO TO GH-ARQUIVO
               MOVE CA-CLASSE TO GH-CLASSE
               MOVE WS-REGISTROS TO GH-REGISTROS
               MOVE WS-BYTES TO GH-BYTES
               WRITE CRESCIMENTO-REC
               ADD 1 TO WS-QTD-GRAVADOS
               ADD WS-REGISTROS TO WS-TOT-REGISTROS
               ADD WS-BYTES TO WS-TOT-BYTES
           ELSE
               ADD 1 TO WS-QTD-SEM-MEDIDA
               DISPLAY "Sem descarga do dia para o mestre "
                       FUNCTION TRIM(CA-ARQUIVO)
                       " - nao medido."
           END-IF.

      *    Mestre indexado: procura a descarga com a data do sistema
      *    (data em que o ExportarMasters gravou) e, se nao houver,
      *    com a data de negocio. Registros = contagem do trailer;
      *    bytes = registros vezes o tamanho do registro, ou a soma
      *    das linhas de dados quando o catalogo nao traz o tamanho.
       MEDIR-MESTRE.
           MOVE WS-DATA-SISTEMA TO WS-DATA-DESCARGA
           PERFORM MONTAR-NOME-DESCARGA
           OPEN INPUT MEDIDO-FILE
           IF WS-MEDIDO-STATUS NOT = "00"
                   AND WS-HOJE NOT = WS-DATA-SISTEMA
               MOVE WS-HOJE TO WS-DATA-DESCARGA
               PERFORM MONTAR-NOME-DESCARGA
               OPEN INPUT MEDIDO-FILE
           END-IF

           IF WS-MEDIDO-STATUS NOT = "00"
               MOVE "N" TO WS-MEDIU
           ELSE
               MOVE "N" TO WS-EOF-MEDIDO
               MOVE 0 TO WS-QTD-TRAILER
               PERFORM UNTIL FIM-MEDIDO
                   READ MEDIDO-FILE
                       AT END
                           MOVE "S" TO WS-EOF-MEDIDO
                       NOT AT END
                           IF MB-TIPO = "T"
                               IF MB-QTD-TRAILER IS NUMERIC
                                   MOVE MB-QTD-TRAILER
                                       TO WS-QTD-TRAILER
                               END-IF
                           ELSE
                               ADD 1 TO WS-REGISTROS
                               PERFORM MEDIR-LINHA
                               IF WS-TAM-LINHA > 1
                                   COMPUTE WS-BYTES = WS-BYTES
                                       + WS-TAM-LINHA - 1
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEDIDO-FILE
               IF WS-QTD-TRAILER > 0
                   MOVE WS-QTD-TRAILER TO WS-REGISTROS
               END-IF
               IF CA-TAM-REGISTRO IS NUMERIC AND CA-TAM-REGISTRO > 0
                   COMPUTE WS-BYTES = WS-REGISTROS * CA-TAM-REGISTRO
               END-IF
           END-IF.

       MONTAR-NOME-DESCARGA.
           MOVE SPACES TO WS-MEDIDO-NOME
           STRING "data/backup_" DELIMITED BY SIZE
                  FUNCTION TRIM(CA-BACKUP) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-DATA-DESCARGA DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-MEDIDO-NOME
           END-STRING.

      *    Arquivo sequencial: conta as linhas e soma o tamanho de
      *    cada uma mais o fim de linha. Ausente = zero registros.
       MEDIR-SEQUENCIAL.
           OPEN INPUT MEDIDO-FILE
           IF WS-MEDIDO-STATUS = "00"
               MOVE "N" TO WS-EOF-MEDIDO
               PERFORM UNTIL FIM-MEDIDO
                   READ MEDIDO-FILE
                       AT END
                           MOVE "S" TO WS-EOF-MEDIDO
                       NOT AT END
                           ADD 1 TO WS-REGISTROS
                           PERFORM MEDIR-LINHA
                           COMPUTE WS-BYTES = WS-BYTES
                               + WS-TAM-LINHA + 1
                   END-READ
               END-PERFORM
               CLOSE MEDIDO-FILE
           END-IF.

       MEDIR-LINHA.
           IF MEDIDO-REC = SPACES
               MOVE 0 TO WS-TAM-LINHA
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(MEDIDO-REC TRAILING))
                   TO WS-TAM-LINHA
           END-IF.

      *    Copias de spool: cada copia listada no catalogo de spool
      *    e medida uma vez (as geracoes reusam o mesmo nome) e
      *    tudo entra somado na linha do catalogo de arquivos.
       MEDIR-COPIAS-SPOOL.
           MOVE 0 TO WS-QTD-COPIAS
           MOVE "N" TO WS-EOF-SPOOL
           OPEN INPUT SPOOL-CAT-FILE
           IF WS-SPOOL-CAT-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-SPOOL
           END-IF

           PERFORM UNTIL FIM-SPOOL
               READ SPOOL-CAT-FILE
                   AT END
                       MOVE "S" TO WS-EOF-SPOOL
                   NOT AT END
                       PERFORM SOMAR-COPIA-SPOOL
               END-READ
           END-PERFORM

           IF WS-SPOOL-CAT-STATUS = "00" OR WS-SPOOL-CAT-STATUS = "10"
               CLOSE SPOOL-CAT-FILE
           END-IF.

       SOMAR-COPIA-SPOOL.
           MOVE "N" TO WS-COPIA-REPETIDA
           PERFORM VARYING WS-IDX-COPIA FROM 1 BY 1
                   UNTIL WS-IDX-COPIA > WS-QTD-COPIAS
                      OR COPIA-JA-SOMADA
               IF WS-COPIA-NOME(WS-IDX-COPIA) = SP-ARQUIVO
                   MOVE "S" TO WS-COPIA-REPETIDA
               END-IF
           END-PERFORM

           IF NOT COPIA-JA-SOMADA AND SP-ARQUIVO NOT = SPACES
               IF WS-QTD-COPIAS < 999
                   ADD 1 TO WS-QTD-COPIAS
                   MOVE SP-ARQUIVO TO WS-COPIA-NOME(WS-QTD-COPIAS)
               END-IF
               MOVE SP-ARQUIVO TO WS-MEDIDO-NOME
               PERFORM MEDIR-SEQUENCIAL
           END-IF.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "ColetarCrescimento".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "ColetarCrescimento".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "ColetarCrescimento".
