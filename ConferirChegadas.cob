       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConferirChegadas.

      *    Conferencia de chegada dos arquivos de entrada antes de a
      *    janela do lote abrir: para cada arquivo do manifesto
      *    (data/chegadas_manifesto.dat, layout CHEGMREC.CPY) do
      *    grupo pedido no cartao de parametros
      *    (data/chegadas_parm.dat, esvaziado depois de lido; em
      *    branco ou sem cartao, todos os grupos) le o arquivo de
      *    controle que o remetente manda junto (CHEGCREC.CPY), conta
      *    os registros e soma o campo de valor do arquivo de dados e
      *    confere contra o cabecalho e o trailer. Situacoes:
      *      AUSENTE    arquivo de dados ou de controle nao chegou;
      *      REMETENTE  o controle veio de outro remetente;
      *      VELHO      o controle e de outro dia de negocio, ou o
      *                 arquivo limpo mais os rejeitados da critica
      *                 nao batem com o bruto (a critica nao rodou
      *                 sobre o arquivo do dia);
      *      INCOMPLETO contagem ou total diferente do trailer;
      *      ATRASADO   gerado depois da hora limite do manifesto.
      *    Arquivo opcional sem dados e sem controle sai como SEM
      *    ENVIO e nao e falta. Qualquer outra situacao que nao OK
      *    vira alerta na fila do console do operador (ALERTREC),
      *    origem CHEGADAS, critico (atrasado: alto), e termina o
      *    passo com RC 8 para o orquestrador segurar os passos que
      *    dependem do grupo. Relatorio em data/chegadas_<grupo>.txt
      *    (data/chegadas_todos.txt quando confere todos).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFESTO-FILE ASSIGN TO
                   "data/chegadas_manifesto.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFESTO-STATUS.

           SELECT CTL-CHEGADA-FILE ASSIGN TO DYNAMIC WS-CTL-CHEGADA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-CHEGADA-STATUS.

           SELECT MEDIDO-FILE ASSIGN TO DYNAMIC WS-MEDIDO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEDIDO-STATUS.

           SELECT PONTO-FILE ASSIGN TO "data/ponto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-CHAVE
               FILE STATUS IS WS-PONTO-STATUS.

           SELECT PARM-FILE ASSIGN TO "data/chegadas_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ALERTA-FILE ASSIGN TO
                   "data/alertas_operacionais.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTA-STATUS.

           SELECT CHEGADAS-REPORT ASSIGN TO DYNAMIC WS-REPORT-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFESTO-FILE.
       COPY "CHEGMREC.CPY".

       FD  CTL-CHEGADA-FILE.
       COPY "CHEGCREC.CPY".

      *    Registro generico: linha do arquivo de dados recebido.
       FD  MEDIDO-FILE.
       01  MEDIDO-REC           PIC X(512).

       FD  PONTO-FILE.
       COPY "PONTOREC.CPY".

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-GRUPO        PIC X(8).

       FD  ALERTA-FILE.
       COPY "ALERTREC.CPY".

       FD  CHEGADAS-REPORT.
       01  REPORT-LINE          PIC X(100).

       COPY "RUNHFD.CPY".

       COPY "CTLFD.CPY".

       COPY "FERRFD.CPY".

       COPY "DNEGFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "RUNHWS.CPY".
       COPY "CTLWS.CPY".
           COPY "FERRWS.CPY".
           COPY "DNEGWS.CPY".
       COPY "PARMWS.CPY".
       01 WS-PARM-ACHADO        PIC X(1).
       01 WS-MANIFESTO-STATUS   PIC XX.
       01 WS-CTL-CHEGADA-STATUS PIC XX.
       01 WS-MEDIDO-STATUS      PIC XX.
       01 WS-PONTO-STATUS       PIC XX.
       01 WS-ALERTA-STATUS      PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-EOF-MANIFESTO      PIC X VALUE "N".
           88 FIM-MANIFESTO         VALUE "S".
       01 WS-EOF-CTL-CHEGADA    PIC X VALUE "N".
           88 FIM-CTL-CHEGADA       VALUE "S".
       01 WS-EOF-MEDIDO         PIC X VALUE "N".
           88 FIM-MEDIDO            VALUE "S".
       01 WS-EOF-PONTO          PIC X VALUE "N".
           88 FIM-PONTO             VALUE "S".
       01 WS-CTL-CHEGADA-NOME   PIC X(60).
       01 WS-MEDIDO-NOME        PIC X(60).
       01 WS-REPORT-NOME        PIC X(60).
       01 WS-GRUPO              PIC X(8).
       01 WS-HOJE               PIC 9(8).
       01 WS-AGORA              PIC 9(8).
      *    O que chegou: controle (cabecalho e trailer) e dados.
       01 WS-TEM-DADOS          PIC X(1).
           88 DADOS-CHEGARAM        VALUE "S".
       01 WS-TEM-CABECALHO      PIC X(1).
           88 CABECALHO-LIDO        VALUE "S".
       01 WS-TEM-TRAILER        PIC X(1).
           88 TRAILER-LIDO          VALUE "S".
       01 WS-REMETENTE          PIC X(8).
       01 WS-DATA-NEGOCIO-CTL   PIC 9(8).
       01 WS-DATA-GERACAO       PIC 9(8).
       01 WS-HORA-GERACAO       PIC 9(4).
       01 WS-QTD-TRAILER        PIC 9(8).
       01 WS-TOTAL-TRAILER      PIC 9(15).
       01 WS-QTD-LIDOS          PIC 9(8).
       01 WS-TOTAL-LIDO         PIC 9(15).
       01 WS-QTD-CRITICADOS     PIC 9(8).
       01 WS-SITUACAO           PIC X(10).
           88 CHEGADA-OK            VALUE "OK" "SEM ENVIO".
       01 WS-DETALHE            PIC X(40).
       01 WS-QTD-EDIT           PIC Z(7)9.
       01 WS-QTD-EDIT-2         PIC Z(7)9.
       01 WS-QTD-ARQUIVOS       PIC 9(4) VALUE 0.
       01 WS-QTD-OK             PIC 9(4) VALUE 0.
       01 WS-QTD-PROBLEMAS      PIC 9(4) VALUE 0.
       01 WS-QTD-ALERTAS        PIC 9(4) VALUE 0.
       01 WS-TOT-REGISTROS      PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO
           ACCEPT WS-AGORA FROM TIME

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           MOVE SPACES TO WS-GRUPO
           PERFORM LER-CARTAO-PARM
           IF WS-PARM-ACHADO = "S"
               MOVE PARM-GRUPO TO WS-GRUPO
               PERFORM ESVAZIAR-CARTAO-PARM
           END-IF

           MOVE SPACES TO WS-REPORT-NOME
           IF WS-GRUPO = SPACES
               MOVE "data/chegadas_todos.txt" TO WS-REPORT-NOME
           ELSE
               STRING "data/chegadas_" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GRUPO) DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO WS-REPORT-NOME
               END-STRING
           END-IF

           OPEN OUTPUT CHEGADAS-REPORT
           MOVE WS-REPORT-NOME(6:30) TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           IF WS-GRUPO = SPACES
               STRING "Chegada dos arquivos de entrada, todos os "
                          DELIMITED BY SIZE
                      "grupos, dia " DELIMITED BY SIZE
                      WS-HOJE DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "Chegada dos arquivos de entrada, grupo "
                          DELIMITED BY SIZE
                      WS-GRUPO DELIMITED BY SPACE
                      ", dia " DELIMITED BY SIZE
                      WS-HOJE DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE

           OPEN INPUT MANIFESTO-FILE
           MOVE "chegadas_manifesto.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-MANIFESTO-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           PERFORM UNTIL FIM-MANIFESTO
               READ MANIFESTO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-MANIFESTO
                   NOT AT END
                       IF WS-GRUPO = SPACES OR MF-GRUPO = WS-GRUPO
                           PERFORM CONFERIR-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFESTO-FILE

           IF WS-QTD-ARQUIVOS = 0
               MOVE SPACES TO REPORT-LINE
               STRING "Grupo " DELIMITED BY SIZE
                      WS-GRUPO DELIMITED BY SIZE
                      " sem arquivos no manifesto." DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-QTD-PROBLEMAS
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "Arquivos: " DELIMITED BY SIZE
                  WS-QTD-ARQUIVOS DELIMITED BY SIZE
                  "  OK: " DELIMITED BY SIZE
                  WS-QTD-OK DELIMITED BY SIZE
                  "  Com problema: " DELIMITED BY SIZE
                  WS-QTD-PROBLEMAS DELIMITED BY SIZE
                  "  Alertas: " DELIMITED BY SIZE
                  WS-QTD-ALERTAS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE CHEGADAS-REPORT

           DISPLAY "Chegada de arquivos: " WS-QTD-ARQUIVOS
                   " conferidos, " WS-QTD-PROBLEMAS " com problema."

           IF WS-QTD-PROBLEMAS > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-ARQUIVOS TO CT-LIDOS
           MOVE WS-QTD-OK TO CT-GRAVADOS
           MOVE WS-QTD-PROBLEMAS TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-TOT-REGISTROS TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-ARQUIVOS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

      *    Um arquivo do manifesto: le o controle, mede os dados e
      *    fixa a situacao. A ordem das verificacoes e a ordem de
      *    gravidade: o que falta ou e de outro dia vale mais que a
      *    contagem, e a contagem mais que o atraso.
       CONFERIR-ARQUIVO.
           ADD 1 TO WS-QTD-ARQUIVOS
           MOVE SPACES TO WS-DETALHE
           PERFORM LER-CONTROLE

           MOVE 0 TO WS-QTD-LIDOS
           MOVE 0 TO WS-TOTAL-LIDO
           IF MF-ORGANIZACAO = "P"
               PERFORM MEDIR-PONTO
           ELSE
               MOVE SPACES TO WS-MEDIDO-NOME
               STRING "data/" DELIMITED BY SIZE
                      FUNCTION TRIM(MF-ARQUIVO) DELIMITED BY SIZE
                      INTO WS-MEDIDO-NOME
               END-STRING
               PERFORM MEDIR-SEQUENCIAL
           END-IF
           ADD WS-QTD-LIDOS TO WS-TOT-REGISTROS

           EVALUATE TRUE
               WHEN NOT DADOS-CHEGARAM AND NOT CABECALHO-LIDO
                       AND MF-OBRIGATORIO = "N"
                   MOVE "SEM ENVIO" TO WS-SITUACAO
               WHEN NOT DADOS-CHEGARAM
                   MOVE "AUSENTE" TO WS-SITUACAO
                   MOVE "arquivo de dados nao chegou" TO WS-DETALHE
               WHEN NOT CABECALHO-LIDO OR NOT TRAILER-LIDO
                   MOVE "AUSENTE" TO WS-SITUACAO
                   MOVE "controle ausente ou sem cabecalho/trailer"
                       TO WS-DETALHE
               WHEN WS-REMETENTE NOT = MF-REMETENTE
                   MOVE "REMETENTE" TO WS-SITUACAO
                   STRING "controle enviado por " DELIMITED BY SIZE
                          WS-REMETENTE DELIMITED BY SIZE
                          INTO WS-DETALHE
                   END-STRING
               WHEN WS-DATA-NEGOCIO-CTL NOT = WS-HOJE
                   MOVE "VELHO" TO WS-SITUACAO
                   STRING "controle do dia " DELIMITED BY SIZE
                          WS-DATA-NEGOCIO-CTL DELIMITED BY SIZE
                          INTO WS-DETALHE
                   END-STRING
               WHEN WS-QTD-LIDOS NOT = WS-QTD-TRAILER
                   MOVE "INCOMPLETO" TO WS-SITUACAO
                   MOVE WS-QTD-LIDOS TO WS-QTD-EDIT
                   MOVE WS-QTD-TRAILER TO WS-QTD-EDIT-2
                   STRING "lidos " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-QTD-EDIT) DELIMITED BY SIZE
                          " trailer " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-QTD-EDIT-2)
                              DELIMITED BY SIZE
                          INTO WS-DETALHE
                   END-STRING
               WHEN WS-TOTAL-LIDO NOT = WS-TOTAL-TRAILER
                   MOVE "INCOMPLETO" TO WS-SITUACAO
                   MOVE "total de controle diferente do trailer"
                       TO WS-DETALHE
               WHEN OTHER
                   MOVE "OK" TO WS-SITUACAO
                   PERFORM CONFERIR-CRITICA
                   IF WS-SITUACAO = "OK"
                       PERFORM CONFERIR-HORARIO
                   END-IF
           END-EVALUATE

           PERFORM LISTAR-ARQUIVO
           IF CHEGADA-OK
               ADD 1 TO WS-QTD-OK
           ELSE
               ADD 1 TO WS-QTD-PROBLEMAS
               PERFORM GRAVAR-ALERTA-CHEGADA
           END-IF.

      *    Controle: uma linha "H" e uma "T"; a ultima de cada tipo
      *    vale.
       LER-CONTROLE.
           MOVE "N" TO WS-TEM-CABECALHO
           MOVE "N" TO WS-TEM-TRAILER
           MOVE SPACES TO WS-REMETENTE
           MOVE 0 TO WS-DATA-NEGOCIO-CTL
           MOVE 0 TO WS-DATA-GERACAO
           MOVE 0 TO WS-HORA-GERACAO
           MOVE 0 TO WS-QTD-TRAILER
           MOVE 0 TO WS-TOTAL-TRAILER
           MOVE SPACES TO WS-CTL-CHEGADA-NOME
           STRING "data/" DELIMITED BY SIZE
                  FUNCTION TRIM(MF-CONTROLE) DELIMITED BY SIZE
                  INTO WS-CTL-CHEGADA-NOME
           END-STRING

           OPEN INPUT CTL-CHEGADA-FILE
           IF WS-CTL-CHEGADA-STATUS = "00"
               MOVE "N" TO WS-EOF-CTL-CHEGADA
               PERFORM UNTIL FIM-CTL-CHEGADA
                   READ CTL-CHEGADA-FILE
                       AT END
                           MOVE "S" TO WS-EOF-CTL-CHEGADA
                       NOT AT END
                           PERFORM GUARDAR-CONTROLE
                   END-READ
               END-PERFORM
               CLOSE CTL-CHEGADA-FILE
           END-IF.

       GUARDAR-CONTROLE.
           EVALUATE CC-TIPO
               WHEN "H"
                   IF CC-DATA-NEGOCIO IS NUMERIC
                           AND CC-DATA-GERACAO IS NUMERIC
                           AND CC-HORA-GERACAO IS NUMERIC
                       MOVE "S" TO WS-TEM-CABECALHO
                       MOVE CC-REMETENTE TO WS-REMETENTE
                       MOVE CC-DATA-NEGOCIO TO WS-DATA-NEGOCIO-CTL
                       MOVE CC-DATA-GERACAO TO WS-DATA-GERACAO
                       MOVE CC-HORA-GERACAO TO WS-HORA-GERACAO
                   END-IF
               WHEN "T"
                   IF CC-QTD-REGISTROS IS NUMERIC
                           AND CC-TOTAL-CONTROLE IS NUMERIC
                       MOVE "S" TO WS-TEM-TRAILER
                       MOVE CC-QTD-REGISTROS TO WS-QTD-TRAILER
                       MOVE CC-TOTAL-CONTROLE TO WS-TOTAL-TRAILER
                   END-IF
           END-EVALUATE.

      *    Arquivo sequencial: conta as linhas e soma o campo de valor
      *    do manifesto (digitos, sem virgula). Linha em branco nao
      *    conta, como nos programas que consomem estes arquivos.
       MEDIR-SEQUENCIAL.
           MOVE "N" TO WS-TEM-DADOS
           OPEN INPUT MEDIDO-FILE
           IF WS-MEDIDO-STATUS = "00"
               MOVE "S" TO WS-TEM-DADOS
               MOVE "N" TO WS-EOF-MEDIDO
               PERFORM UNTIL FIM-MEDIDO
                   READ MEDIDO-FILE
                       AT END
                           MOVE "S" TO WS-EOF-MEDIDO
                       NOT AT END
                           IF MEDIDO-REC NOT = SPACES
                               PERFORM SOMAR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEDIDO-FILE
           END-IF.

       SOMAR-LINHA.
           ADD 1 TO WS-QTD-LIDOS
           IF MF-POS-VALOR > 0 AND MF-TAM-VALOR > 0
               IF MEDIDO-REC(MF-POS-VALOR:MF-TAM-VALOR) IS NUMERIC
                   COMPUTE WS-TOTAL-LIDO = WS-TOTAL-LIDO
                       + FUNCTION NUMVAL(
                           MEDIDO-REC(MF-POS-VALOR:MF-TAM-VALOR))
               END-IF
           END-IF.

      *    Ponto: o arquivo e o mestre indexado das marcacoes, que
      *    acumula os dias; conta so as marcacoes do dia de negocio.
       MEDIR-PONTO.
           MOVE "N" TO WS-TEM-DADOS
           OPEN INPUT PONTO-FILE
           IF WS-PONTO-STATUS = "00"
               MOVE "S" TO WS-TEM-DADOS
               MOVE "N" TO WS-EOF-PONTO
               PERFORM UNTIL FIM-PONTO
                   READ PONTO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-PONTO
                       NOT AT END
                           IF PT-DATA = WS-HOJE
                               ADD 1 TO WS-QTD-LIDOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PONTO-FILE
           END-IF.

      *    Entrada que passa pela critica: o lote le o arquivo limpo,
      *    e limpo mais rejeitados tem de ser o bruto do dia. Se nao
      *    forem, a critica nao rodou sobre este bruto e o limpo que
      *    esta em data/ e de outro dia.
       CONFERIR-CRITICA.
           IF MF-ARQUIVO-LIMPO NOT = SPACES
               MOVE 0 TO WS-QTD-CRITICADOS
               MOVE SPACES TO WS-MEDIDO-NOME
               STRING "data/" DELIMITED BY SIZE
                      FUNCTION TRIM(MF-ARQUIVO-LIMPO) DELIMITED BY SIZE
                      INTO WS-MEDIDO-NOME
               END-STRING
               PERFORM CONTAR-CRITICADOS
               IF MF-ARQUIVO-REJEITO NOT = SPACES
                   MOVE SPACES TO WS-MEDIDO-NOME
                   STRING "data/" DELIMITED BY SIZE
                          FUNCTION TRIM(MF-ARQUIVO-REJEITO)
                              DELIMITED BY SIZE
                          INTO WS-MEDIDO-NOME
                   END-STRING
                   PERFORM CONTAR-CRITICADOS
               END-IF
               IF WS-QTD-CRITICADOS NOT = WS-QTD-LIDOS
                   MOVE "VELHO" TO WS-SITUACAO
                   MOVE WS-QTD-CRITICADOS TO WS-QTD-EDIT
                   MOVE WS-QTD-LIDOS TO WS-QTD-EDIT-2
                   STRING "criticados " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-QTD-EDIT) DELIMITED BY SIZE
                          " bruto " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-QTD-EDIT-2)
                              DELIMITED BY SIZE
                          INTO WS-DETALHE
                   END-STRING
               END-IF
           END-IF.

       CONTAR-CRITICADOS.
           OPEN INPUT MEDIDO-FILE
           IF WS-MEDIDO-STATUS = "00"
               MOVE "N" TO WS-EOF-MEDIDO
               PERFORM UNTIL FIM-MEDIDO
                   READ MEDIDO-FILE
                       AT END
                           MOVE "S" TO WS-EOF-MEDIDO
                       NOT AT END
                           IF MEDIDO-REC NOT = SPACES
                               ADD 1 TO WS-QTD-CRITICADOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEDIDO-FILE
           END-IF.

      *    Gerado no dia de negocio ate a hora limite. Gerado em dia
      *    posterior (remetente que so mandou na manha seguinte)
      *    tambem e atraso.
       CONFERIR-HORARIO.
           IF WS-DATA-GERACAO > WS-HOJE
                   OR (WS-DATA-GERACAO = WS-HOJE
                       AND WS-HORA-GERACAO > MF-HORA-LIMITE)
               MOVE "ATRASADO" TO WS-SITUACAO
               STRING "gerado " DELIMITED BY SIZE
                      WS-DATA-GERACAO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-HORA-GERACAO DELIMITED BY SIZE
                      " limite " DELIMITED BY SIZE
                      MF-HORA-LIMITE DELIMITED BY SIZE
                      INTO WS-DETALHE
               END-STRING
           END-IF.

       LISTAR-ARQUIVO.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-QTD-LIDOS TO WS-QTD-EDIT
           STRING MF-GRUPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MF-ARQUIVO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SITUACAO DELIMITED BY SIZE
                  WS-QTD-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DETALHE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *    O cartao vale para uma execucao so: o orquestrador grava
      *    o grupo antes de cada passo CHK, e o stream de
      *    contingencia, que nao grava cartao, confere todos os
      *    grupos em vez de herdar o ultimo grupo da noite anterior.
       ESVAZIAR-CARTAO-PARM.
           OPEN OUTPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               CLOSE PARM-FILE
           END-IF.

       GRAVAR-ALERTA-CHEGADA.
           OPEN EXTEND ALERTA-FILE
           IF WS-ALERTA-STATUS = "35"
               OPEN OUTPUT ALERTA-FILE
           END-IF
           MOVE WS-HOJE TO AL-DATA
           MOVE WS-AGORA TO AL-HORA
           MOVE "CHEGADAS" TO AL-ORIGEM
           IF WS-SITUACAO = "ATRASADO"
               MOVE 2 TO AL-SEVERIDADE
           ELSE
               MOVE 1 TO AL-SEVERIDADE
           END-IF
           MOVE SPACES TO AL-TEXTO
           STRING "Entrada " DELIMITED BY SIZE
                  FUNCTION TRIM(MF-ARQUIVO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SITUACAO) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(MF-GRUPO) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO AL-TEXTO
           END-STRING
           MOVE "N" TO AL-RECONHECIDO
           MOVE SPACES TO AL-RECONHECEDOR
           MOVE SPACES TO AL-ACAO
           WRITE ALERTA-REC
           CLOSE ALERTA-FILE
           ADD 1 TO WS-QTD-ALERTAS.

           COPY "PARMCARD.CPY" REPLACING
               ROTINA-NOME   BY LER-CARTAO-PARM
               ARQUIVO-PARM  BY PARM-FILE
               REGISTRO-PARM BY PARM-REC
               FLAG-ACHADO   BY WS-PARM-ACHADO.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "ConferirChegadas".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "ConferirChegadas".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "ConferirChegadas".
